           COPY TDLISTREC.
        01 WS-AFTER-REC.
           COPY TDLISTREC.
        01 WS-CONTENT-MASKED PIC X VALUE 'N'.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-ITEM-TEXT
           MOVE WS-JRNL-AFTER TO WS-AFTER-REC
           IF ITEM-ID IN WS-AFTER-REC = WS-TARGET-ITEM
              ADD 1 TO WS-ENTRY-COUNT
              PERFORM MASK-CONFIDENTIAL-CONTENT
              DISPLAY WS-JRNL-STAMP " "
                 FUNCTION TRIM(WS-JRNL-ACTION)
                 " by " FUNCTION TRIM(WS-JRNL-USER)
           END-IF
          EXIT.

       MASK-CONFIDENTIAL-CONTENT SECTION.
           IF WS-ENTRY-COUNT = 1
              MOVE 'CHECK' TO CONF-FUNCTION
              MOVE WS-TARGET-ITEM TO CONF-ITEM-ID
              MOVE ITEM-OWNER IN WS-AFTER-REC TO CONF-ITEM-OWNER
              MOVE SPACES TO CONF-USER
              MOVE SPACES TO CONF-ROLE
              CALL "TODOCONF" USING TODOCONF-PARAMETERS
              IF CONF-IS-MARKED
                 MOVE 'Y' TO WS-CONTENT-MASKED
              END-IF
           END-IF
           IF WS-CONTENT-MASKED = 'Y'
              MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-AFTER-REC
              IF WS-JRNL-BEFORE NOT = SPACES
                 MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-BEFORE-REC
              END-IF
           END-IF
          EXIT.

       PRINT-FIELD-CHANGES SECTION.
           IF ITEM-STATUS IN WS-BEFORE-REC
                 NOT = ITEM-STATUS IN WS-AFTER-REC
