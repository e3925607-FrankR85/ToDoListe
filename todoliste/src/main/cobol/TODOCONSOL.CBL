        01 WS-LIST-IDX PIC 9(2) VALUE ZERO.
        01 WS-ITEM-TOTAL PIC 9(6) VALUE ZERO.
        01 WS-CSV-LINE PIC X(200).
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-CSV-FILENAME

       CONSOLIDATE-ONE-ITEM SECTION.
           ADD 1 TO WS-ITEM-TOTAL
           PERFORM MASK-CONFIDENTIAL-ITEM
           IF ITEM-ACTIVE IN WS-TDLIST
              ADD 1 TO WS-LIST-OPEN (WS-LIST-IDX)
              IF ITEM-DUE-DATE IN WS-TDLIST > ZERO
           WRITE CSV-RECORD FROM WS-CSV-LINE
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
           END-IF
          EXIT.

       END PROGRAM TODOCONSOL.
