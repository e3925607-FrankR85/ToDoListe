        01 WS-EVENT-SUMMARY PIC X(35).
        01 WS-EVENT-DUE PIC 9(8).
        01 WS-EVENT-UID PIC X(60).
        01 WS-UID-INDEX-LINE.
           05 WS-UID-INDEX-UID PIC X(60).
           05 FILLER PIC X VALUE SPACE.
           05 WS-UID-INDEX-ITEM-ID PIC 9(5).
        01 WS-UID-TABLE.
           03 WS-UID-ENTRY PIC X(60) OCCURS 999 TIMES.
        01 WS-UID-COUNT PIC 9(3) VALUE ZERO.
           IF WS-UID-INDEX-STATUS = '35'
              OPEN OUTPUT UID-INDEX-FILE
           END-IF
           MOVE WS-EVENT-UID TO WS-UID-INDEX-UID
           MOVE ITEM-ID IN WS-TDLIST TO WS-UID-INDEX-ITEM-ID
           WRITE UID-INDEX-RECORD FROM WS-UID-INDEX-LINE
           CLOSE UID-INDEX-FILE
          EXIT.

