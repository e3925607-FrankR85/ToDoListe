        01 WS-ESC-CHAR PIC X.
        01 WS-CSV-CONTENT-ESCAPED PIC X(75).
        01 WS-CSV-CONTENT-LENGTH PIC 9(3).
        01 WS-MASKED-COUNT PIC 9(5) VALUE ZERO.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME

           DISPLAY "TODOEXPORT: exported " WS-EXPORT-COUNT
              " item(s) to " WS-CSV-FILENAME
           IF WS-MASKED-COUNT > ZERO
              DISPLAY "TODOEXPORT: " WS-MASKED-COUNT
                 " confidential item(s) masked"
           END-IF
           GOBACK
          .

       WRITE-CSV-LINE SECTION.
           PERFORM MASK-CONFIDENTIAL-ITEM
           PERFORM ESCAPE-CSV-CONTENT
           MOVE SPACES TO CSV-RECORD
           STRING ITEM-ID IN WS-TDLIST ','
           END-IF
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

       END PROGRAM TODOEXPORT.
