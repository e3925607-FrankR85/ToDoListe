           05 WS-ACK-COUNT PIC 9(5).
           05 FILLER PIC X.
           05 WS-ACK-HASH PIC 9(9).
        01 WS-MASKED-COUNT PIC 9(5) VALUE ZERO.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
                 FUNCTION TRIM(WS-INTF-FILENAME)
                 ", sequence " WS-SEND-SEQ
                 ", hash " WS-HASH-TOTAL
              IF WS-MASKED-COUNT > ZERO
                 DISPLAY "TODOINTF: " WS-MASKED-COUNT
                    " confidential item(s) masked"
              END-IF
           END-IF
          EXIT.

       WRITE-DETAIL-RECORD SECTION.
           PERFORM MASK-CONFIDENTIAL-ITEM
           MOVE SPACES TO WS-INTF-LINE
           STRING 'D ' ITEM-ID IN WS-TDLIST
                  ' ' ITEM-STATUS IN WS-TDLIST
              " interchange(s) on record"
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

       END PROGRAM TODOINTF.
