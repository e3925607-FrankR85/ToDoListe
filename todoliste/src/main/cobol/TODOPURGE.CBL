        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-PURGE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
        01 WS-TDLIST-FILENAME PIC X(40).
        COPY TODOAUDP.
        COPY TODOHOLDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
                             AND ITEM-DONE-DATE IN WS-TDLIST > ZERO
                             AND ITEM-DONE-DATE IN WS-TDLIST
                                < WS-CUTOFF-DATE
                          PERFORM CHECK-LEGAL-HOLD
                       END-IF
                       IF ITEM-DONE IN WS-TDLIST
                             AND ITEM-DONE-DATE IN WS-TDLIST > ZERO
                             AND ITEM-DONE-DATE IN WS-TDLIST
                                < WS-CUTOFF-DATE
                             AND NOT HOLD-IS-FOUND
                          MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                          MOVE ITEM-CONTENT IN WS-TDLIST
                            TO WS-AUDIT-CONTENT
           END-IF

           DISPLAY "TODOPURGE: purged " WS-PURGE-COUNT " item(s)"
           IF WS-HELD-COUNT > ZERO
              DISPLAY "TODOPURGE: " WS-HELD-COUNT
                 " item(s) kept under legal hold"
           END-IF
           GOBACK
          .

           END-IF
          EXIT.

       CHECK-LEGAL-HOLD SECTION.
           MOVE 'CHECK' TO HOLD-FUNCTION
           MOVE 'TODOPURGE' TO HOLD-CALLER
           MOVE ITEM-ID IN WS-TDLIST TO HOLD-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO HOLD-ITEM-OWNER
           MOVE ITEM-CATEGORY IN WS-TDLIST TO HOLD-ITEM-CATEGORY
           CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
           IF HOLD-IS-FOUND
              ADD 1 TO WS-HELD-COUNT
              DISPLAY "TODOPURGE: item " ITEM-ID IN WS-TDLIST
                 " kept, hold " HOLD-REF
           END-IF
          EXIT.

       WRITE-AUDIT-LOG-ENTRY SECTION.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-AUDIT-ITEM-ID TO AUD-ITEM-ID
