        01 WS-AUDIT-ITEM-ID PIC 9(5).
        01 WS-AUDIT-CONTENT PIC X(35).
        COPY TODOAUDP.
        01 WS-HELD-COUNT PIC 9(3) VALUE ZERO.
        COPY TODOCONFP.
        COPY TODOHOLDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
                    DISPLAY "TODODEDUP: todonotes.txt exceeds the"
                       " 999 line work table, notes left under"
                       " their original items"
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
                 IF WS-WORK-SKIPPED > ZERO
                    DISPLAY "TODODEDUP: " WS-WORK-SKIPPED
                       " work posting(s) beyond the move limit"
                       " left under their original items"
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
                 DISPLAY "TODODEDUP: merged " WS-MERGE-COUNT
                    " item(s) away"
                 IF WS-HELD-COUNT > ZERO
                    DISPLAY "TODODEDUP: " WS-HELD-COUNT
                       " item(s) under legal hold not merged"
                 END-IF
              ELSE
                 DISPLAY "TODODEDUP: set TODODEDUP_APPLY=YES to"
                    " merge each group into its lowest id"
                 DISPLAY "TODODEDUP: item " WS-LOSER-ID
                    " vanished, skipped"
              NOT INVALID KEY
                 PERFORM CHECK-LEGAL-HOLD
                 IF NOT HOLD-IS-FOUND
                    PERFORM MARK-LOSER-MERGED
                 END-IF
           END-READ
          EXIT.

       MARK-LOSER-MERGED SECTION.
           MOVE 'DONE' TO ITEM-STATUS IN WS-TDLIST
           MOVE WS-TODAY-DATE
             TO ITEM-DONE-DATE IN WS-TDLIST
           REWRITE TDLIST-FILE FROM WS-TDLIST
              INVALID KEY
                 DISPLAY "TODODEDUP: rewrite failed for "
                    WS-LOSER-ID
              NOT INVALID KEY
                 ADD 1 TO WS-MERGE-COUNT
                 PERFORM MOVE-LOSER-NOTES
                 PERFORM MOVE-LOSER-WORK
                 PERFORM REPARENT-LOSER-CHILDREN
                 PERFORM CARRY-CONFIDENTIAL-MARKER
                 MOVE WS-LOSER-ID TO WS-AUDIT-ITEM-ID
                 MOVE SPACES TO WS-AUDIT-CONTENT
                 STRING 'merged into ' WS-SURVIVOR-ID
                    DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                 PERFORM WRITE-AUDIT-LOG-ENTRY
                 DISPLAY "Merged ID " WS-LOSER-ID
                    " into ID " WS-SURVIVOR-ID
           END-REWRITE
          EXIT.

       CHECK-LEGAL-HOLD SECTION.
           MOVE 'CHECK' TO HOLD-FUNCTION
           MOVE 'TODODEDUP' TO HOLD-CALLER
           MOVE ITEM-ID IN WS-TDLIST TO HOLD-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO HOLD-ITEM-OWNER
           MOVE ITEM-CATEGORY IN WS-TDLIST TO HOLD-ITEM-CATEGORY
           CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
           IF HOLD-IS-FOUND
              ADD 1 TO WS-HELD-COUNT
              DISPLAY "TODODEDUP: item " WS-LOSER-ID
                 " under legal hold " HOLD-REF ", not merged"
           END-IF
          EXIT.

       CARRY-CONFIDENTIAL-MARKER SECTION.
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE WS-LOSER-ID TO CONF-ITEM-ID
           MOVE SPACES TO CONF-ITEM-OWNER
           MOVE SPACES TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-MARKED
              MOVE 'SET' TO CONF-FUNCTION
              MOVE WS-SURVIVOR-ID TO CONF-ITEM-ID
              CALL "TODOCONF" USING TODOCONF-PARAMETERS
              IF CONF-IS-FAILED
                 DISPLAY "TODODEDUP: confidential marker for item "
                    WS-SURVIVOR-ID " could not be stored"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
          EXIT.

       MOVE-LOSER-NOTES SECTION.
           IF WS-NOTE-OVERFLOW = 'Y'
              CONTINUE
