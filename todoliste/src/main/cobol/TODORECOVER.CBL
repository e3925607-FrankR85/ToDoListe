       APPLY-JOURNAL-ENTRY SECTION.
           MOVE WS-JRNL-AFTER TO WS-AFTER-REC
           MOVE WS-AFTER-REC TO WS-TDLIST
           EVALUATE TRUE
              WHEN WS-JRNL-ACTION = 'XFER-OUT'
                 MOVE ITEM-ID IN WS-TDLIST TO ITEM-ID IN TDLIST-FILE
                 DELETE TDLIST RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                 END-DELETE
              WHEN WS-JRNL-BEFORE = SPACES
                 WRITE TDLIST-FILE FROM WS-TDLIST
                    INVALID KEY
                       REWRITE TDLIST-FILE FROM WS-TDLIST
                          INVALID KEY
                             ADD 1 TO WS-FAILED-COUNT
                          NOT INVALID KEY
                             ADD 1 TO WS-APPLIED-COUNT
                       END-REWRITE
                    NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                 END-WRITE
              WHEN OTHER
                 REWRITE TDLIST-FILE FROM WS-TDLIST
                    INVALID KEY
                       WRITE TDLIST-FILE FROM WS-TDLIST
                          INVALID KEY
                             ADD 1 TO WS-FAILED-COUNT
                          NOT INVALID KEY
                             ADD 1 TO WS-APPLIED-COUNT
                       END-WRITE
                    NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                 END-REWRITE
           END-EVALUATE
          EXIT.

       RECOUNT-AND-RESET-CONTROLS SECTION.
