        01 WS-NEW-TEXT PIC X(35).
        01 WS-UNDO-AUDIT-CONTENT PIC X(35).
        COPY TODOAUDP.
        COPY TODOHOLDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
                       WS-AUD-ITEM-ID (WS-AUDIT-IDX)
                       " not found, skipped"
                 NOT INVALID KEY
                    PERFORM CHECK-LEGAL-HOLD
                    IF HOLD-IS-FOUND
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY "TODOUNDO: item "
                          WS-AUD-ITEM-ID (WS-AUDIT-IDX)
                          " under legal hold " HOLD-REF ", skipped"
                    ELSE
                       PERFORM REVERSE-ITEM-CHANGE
                    END-IF
              END-READ
           END-IF
          EXIT.

       CHECK-LEGAL-HOLD SECTION.
           MOVE 'CHECK' TO HOLD-FUNCTION
           MOVE 'TODOUNDO' TO HOLD-CALLER
           MOVE ITEM-ID IN WS-TDLIST TO HOLD-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO HOLD-ITEM-OWNER
           MOVE ITEM-CATEGORY IN WS-TDLIST TO HOLD-ITEM-CATEGORY
           CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
          EXIT.

       REVERSE-ITEM-CHANGE SECTION.
           EVALUATE WS-OP-ACTION
              WHEN 'DELETE-ITEM'
