           DISPLAY "Records checked:     " WS-RECORD-COUNT
           DISPLAY "Violations found:    " WS-VIOLATION-COUNT
           DISPLAY "===================================="
           IF WS-VIOLATION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .


           IF NOT ITEM-ACTIVE IN WS-TDLIST
                 AND NOT ITEM-DONE IN WS-TDLIST
                 AND NOT ITEM-AWAITING-APPR IN WS-TDLIST
              ADD 1 TO WS-VIOLATION-COUNT
              DISPLAY "ID " ITEM-ID IN WS-TDLIST
                 ": bad status '" ITEM-STATUS IN WS-TDLIST "'"
