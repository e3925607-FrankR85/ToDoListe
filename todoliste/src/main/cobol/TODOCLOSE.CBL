         SELECT PERIOD-FILE ASSIGN TO 'todoperiod.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-STATUS.
         SELECT TDLIST ASSIGN DYNAMIC WS-TDLIST-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID
            ALTERNATE RECORD KEY IS ITEM-OWNER WITH DUPLICATES
            ALTERNATE RECORD KEY IS ITEM-CATEGORY WITH DUPLICATES
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT DELEGATE-FILE ASSIGN TO 'tododeleg.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DELEGATE-STATUS.
         SELECT USER-FILE ASSIGN TO 'todousers.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USER-STATUS.
         SELECT ACK-FILE ASSIGN TO 'todoworkack.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD WORK-FILE.
             COPY TDWORKREC.
          FD PERIOD-FILE.
          01 PERIOD-RECORD PIC X(33).
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD DELEGATE-FILE.
          01 DELEGATE-FILE-RECORD PIC X(36).
          FD USER-FILE.
          01 USER-FILE-RECORD PIC X(46).
          FD ACK-FILE.
          01 ACK-FILE-RECORD PIC X(86).
       WORKING-STORAGE SECTION.
        01 WS-WORK-STATUS PIC XX.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-DELEGATE-STATUS PIC XX.
        01 WS-USER-STATUS PIC XX.
        01 WS-ACK-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-CLOSE-FUNC PIC X(5).
        01 WS-PERIOD-TEXT PIC X(6).
        01 WS-OWNER-HIT PIC 9(2) VALUE ZERO.
        01 WS-TOTAL-MINUTES PIC 9(7) VALUE ZERO.
        01 WS-TOTAL-POSTINGS PIC 9(5) VALUE ZERO.
        01 WS-ACK-KEY-TEXT PIC X(10).
        01 WS-ACK-KEY PIC X(9).
        01 WS-ACK-CODE PIC X(8).
        01 WS-ACK-REASON PIC X(40).
        01 WS-ANOMALY-MODE PIC X VALUE 'S'.
           88 ANOMALY-LISTING VALUE 'L'.
           88 ANOMALY-SILENT VALUE 'S'.
           88 ANOMALY-ACKNOWLEDGE VALUE 'A'.
        01 WS-LIST-OPEN PIC X VALUE 'N'.
        01 WS-ITEM-FOUND PIC X VALUE 'N'.
        01 WS-USER-EOF PIC X VALUE 'N'.
        01 WS-USER-IS-ADMIN PIC X VALUE 'N'.
        01 WS-EXC-CODE PIC X(8).
        01 WS-EXC-TEXT PIC X(30).
        01 WS-EXC-STATE PIC X(4).
        01 WS-EXC-KEY PIC X(9).
        01 WS-EXC-ALLOWED PIC X.
        01 WS-EXC-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EXC-OPEN-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EXC-ACKED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ACK-NEW-COUNT PIC 9(5) VALUE ZERO.
        01 WS-DAY-LIMIT PIC 9(4) VALUE 1440.
        01 WS-DAY-TABLE.
           03 WS-DAY-ROW OCCURS 999 TIMES.
              05 WS-DAY-OWNER PIC X(10).
              05 WS-DAY-DATE PIC 9(8).
              05 WS-DAY-MINUTES PIC 9(5).
        01 WS-DAY-COUNT PIC 9(3) VALUE ZERO.
        01 WS-DAY-IDX PIC 9(3) VALUE ZERO.
        01 WS-DAY-HIT PIC 9(3) VALUE ZERO.
        01 WS-DAY-FULL PIC X VALUE 'N'.
        01 WS-ACK-OVERFLOW PIC X VALUE 'N'.
        01 WS-AUDIT-INCOMPLETE PIC X VALUE 'N'.
        01 WS-DELEGATE-RECORD.
           05 WS-DEL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DEL-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DEL-OWNER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DEL-DEPUTY PIC X(10).
        01 WS-DELEG-TABLE.
           03 WS-DELEG-ROW OCCURS 999 TIMES.
              05 WS-DEL-E-ITEM PIC 9(5).
              05 WS-DEL-E-OWNER PIC X(10).
              05 WS-DEL-E-DEPUTY PIC X(10).
        01 WS-DELEG-COUNT PIC 9(3) VALUE ZERO.
        01 WS-DELEG-IDX PIC 9(3) VALUE ZERO.
        01 WS-USER-RECORD.
           05 WS-USER-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-USER-NAME PIC X(18).
           05 FILLER PIC X.
           05 WS-USER-PIN-HASH PIC 9(8).
           05 FILLER PIC X.
           05 WS-USER-ACTIVE PIC X.
           05 FILLER PIC X.
           05 WS-USER-ROLE PIC X(5).
        01 WS-ACK-LINE.
           05 WS-ACKL-PERIOD PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ACKL-KEY PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ACKL-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ACKL-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ACKL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ACKL-REASON PIC X(40).
        01 WS-ACK-TABLE.
           03 WS-ACK-ROW OCCURS 999 TIMES.
              05 WS-ACK-E-PERIOD PIC 9(6).
              05 WS-ACK-E-KEY PIC X(9).
              05 WS-ACK-E-CODE PIC X(8).
        01 WS-ACK-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ACK-IDX PIC 9(3) VALUE ZERO.
        01 WS-ACK-HIT PIC 9(3) VALUE ZERO.
        COPY TODOCALP.
        COPY TODOAUDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-CLOSE-FUNC
           MOVE SPACES TO WS-CLOSE-USER
           ACCEPT WS-CLOSE-USER FROM ENVIRONMENT "TODOCLOSE_USER"

           MOVE SPACES TO WS-ACK-KEY-TEXT
           ACCEPT WS-ACK-KEY-TEXT FROM ENVIRONMENT "TODOCLOSE_KEY"
           MOVE SPACES TO WS-ACK-CODE
           ACCEPT WS-ACK-CODE FROM ENVIRONMENT "TODOCLOSE_CODE"
           MOVE FUNCTION UPPER-CASE(WS-ACK-CODE) TO WS-ACK-CODE
           MOVE SPACES TO WS-ACK-REASON
           ACCEPT WS-ACK-REASON FROM ENVIRONMENT "TODOCLOSE_REASON"

           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           EVALUATE WS-CLOSE-FUNC
                 PERFORM PRINT-APPROVAL-LISTING
              WHEN 'CLOSE'
                 PERFORM CLOSE-TARGET-PERIOD
              WHEN 'AUDIT'
                 PERFORM PRINT-ANOMALY-AUDIT
              WHEN 'ACK'
                 PERFORM ACKNOWLEDGE-ANOMALY
              WHEN OTHER
                 DISPLAY "TODOCLOSE: set TODOCLOSE_FUNC to LIST,"
                    " AUDIT, ACK or CLOSE and TODOCLOSE_PERIOD"
                    " to YYYYMM"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           END-PERFORM
           DISPLAY "Total minutes:       " WS-TOTAL-MINUTES
           DISPLAY "Total postings:      " WS-TOTAL-POSTINGS
           MOVE 'S' TO WS-ANOMALY-MODE
           PERFORM RUN-ANOMALY-AUDIT
           DISPLAY "Open exceptions:     " WS-EXC-OPEN-COUNT
           DISPLAY "===================================="
          EXIT.

                 DISPLAY "TODOCLOSE: set TODOCLOSE_USER to the"
                    " approving supervisor"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM CHECK-PERIOD-ALREADY-CLOSED
                 MOVE ZERO TO WS-EXC-OPEN-COUNT
                 IF WS-PERIOD-CLOSED NOT = 'Y'
                    MOVE 'S' TO WS-ANOMALY-MODE
                    PERFORM RUN-ANOMALY-AUDIT
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-PERIOD-CLOSED = 'Y'
                       DISPLAY "TODOCLOSE: period " WS-TARGET-PERIOD
                          " is already closed"
                       MOVE 8 TO RETURN-CODE
                    WHEN WS-AUDIT-INCOMPLETE = 'Y'
                       DISPLAY "TODOCLOSE: work-log audit for period "
                          WS-TARGET-PERIOD " is incomplete, period"
                          " not closed"
                       MOVE 8 TO RETURN-CODE
                    WHEN WS-EXC-OPEN-COUNT > ZERO
                       DISPLAY "TODOCLOSE: period " WS-TARGET-PERIOD
                          " has " WS-EXC-OPEN-COUNT
                          " open work-log exception(s)"
                       DISPLAY "TODOCLOSE: correct them or have an"
                          " ADMIN acknowledge them, see"
                          " TODOCLOSE_FUNC=AUDIT"
                       MOVE 8 TO RETURN-CODE
                    WHEN OTHER
                       PERFORM WRITE-PERIOD-CLOSED
                 END-EVALUATE
           END-EVALUATE
          EXIT.

       WRITE-PERIOD-CLOSED SECTION.
           MOVE SPACES TO WS-PERIOD-LINE
           MOVE WS-TARGET-PERIOD TO WS-PERIOD-KEY
           MOVE 'CLOSED' TO WS-PERIOD-STATE
           MOVE WS-CLOSE-USER TO WS-PERIOD-USER
           MOVE WS-TODAY-DATE TO WS-PERIOD-DATE
           OPEN EXTEND PERIOD-FILE
           IF WS-PERIOD-STATUS = '35'
              OPEN OUTPUT PERIOD-FILE
           END-IF
           WRITE PERIOD-RECORD FROM WS-PERIOD-LINE
           CLOSE PERIOD-FILE
           DISPLAY "TODOCLOSE: period " WS-TARGET-PERIOD
              " closed by " FUNCTION TRIM(WS-CLOSE-USER)
          EXIT.

       PRINT-ANOMALY-AUDIT SECTION.
           IF WS-TARGET-PERIOD = ZERO
              MOVE FUNCTION CURRENT-DATE (1:6) TO WS-TARGET-PERIOD
           END-IF
           PERFORM CHECK-PERIOD-ALREADY-CLOSED

           DISPLAY "===================================="
           DISPLAY "  TODOLIST WORK-LOG ANOMALY AUDIT"
           DISPLAY "  Period: " WS-TARGET-PERIOD
           IF WS-PERIOD-CLOSED = 'Y'
              DISPLAY "  Status: CLOSED"
           ELSE
              DISPLAY "  Status: OPEN"
           END-IF
           DISPLAY "===================================="
           DISPLAY "  Work key   Code     Owner      Date     Min "
              " State"
           MOVE 'L' TO WS-ANOMALY-MODE
           PERFORM RUN-ANOMALY-AUDIT
           IF WS-EXC-COUNT = ZERO
              DISPLAY "  (no exceptions)"
           END-IF
           DISPLAY "Exceptions:          " WS-EXC-COUNT
           DISPLAY "Acknowledged:        " WS-EXC-ACKED-COUNT
           DISPLAY "Open:                " WS-EXC-OPEN-COUNT
           DISPLAY "===================================="
           EVALUATE TRUE
              WHEN WS-AUDIT-INCOMPLETE = 'Y'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-EXC-OPEN-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
          EXIT.

       ACKNOWLEDGE-ANOMALY SECTION.
           MOVE SPACES TO WS-ACK-KEY
           IF WS-ACK-KEY-TEXT (6:1) = '-'
              STRING WS-ACK-KEY-TEXT (1:5) WS-ACK-KEY-TEXT (7:4)
                 DELIMITED BY SIZE INTO WS-ACK-KEY
           ELSE
              MOVE WS-ACK-KEY-TEXT (1:9) TO WS-ACK-KEY
           END-IF
           PERFORM CHECK-CLOSE-USER-ADMIN
           EVALUATE TRUE
              WHEN WS-TARGET-PERIOD = ZERO
                 DISPLAY "TODOCLOSE: set TODOCLOSE_PERIOD to YYYYMM"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ACK-KEY IS NOT NUMERIC
                 DISPLAY "TODOCLOSE: set TODOCLOSE_KEY to the work"
                    " key (item and sequence, e.g. 00042-0003)"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ACK-REASON = SPACES
                 DISPLAY "TODOCLOSE: set TODOCLOSE_REASON to why the"
                    " exception is acceptable"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-USER-IS-ADMIN NOT = 'Y'
                 DISPLAY "TODOCLOSE: exceptions can only be"
                    " acknowledged by an ADMIN (TODOCLOSE_USER)"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM CHECK-PERIOD-ALREADY-CLOSED
                 IF WS-PERIOD-CLOSED = 'Y'
                       " is already closed"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE 'A' TO WS-ANOMALY-MODE
                    PERFORM RUN-ANOMALY-AUDIT
                    IF WS-AUDIT-INCOMPLETE = 'Y'
                       MOVE 8 TO RETURN-CODE
                    END-IF
                    IF WS-ACK-NEW-COUNT = ZERO
                       DISPLAY "TODOCLOSE: no open exception for"
                          " work key " WS-ACK-KEY " " WS-ACK-CODE
                       MOVE 8 TO RETURN-CODE
                    ELSE
                       DISPLAY "TODOCLOSE: acknowledged "
                          WS-ACK-NEW-COUNT " exception(s) on work key "
                          WS-ACK-KEY ", " WS-EXC-OPEN-COUNT
                          " still open"
                    END-IF
                 END-IF
           END-EVALUATE
          EXIT.

       CHECK-CLOSE-USER-ADMIN SECTION.
           MOVE 'N' TO WS-USER-IS-ADMIN
           MOVE 'N' TO WS-USER-EOF
           IF WS-CLOSE-USER NOT = SPACES
              OPEN INPUT USER-FILE
              IF WS-USER-STATUS = '00'
                 PERFORM UNTIL WS-USER-EOF = 'Y'
                    READ USER-FILE INTO WS-USER-RECORD
                       AT END MOVE 'Y' TO WS-USER-EOF
                       NOT AT END
                          IF WS-USER-ID = WS-CLOSE-USER
                                AND WS-USER-ROLE = 'ADMIN'
                                AND WS-USER-ACTIVE NOT = 'N'
                             MOVE 'Y' TO WS-USER-IS-ADMIN
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE USER-FILE
              END-IF
           END-IF
          EXIT.

       RUN-ANOMALY-AUDIT SECTION.
           MOVE ZERO TO WS-EXC-COUNT
           MOVE ZERO TO WS-EXC-OPEN-COUNT
           MOVE ZERO TO WS-EXC-ACKED-COUNT
           MOVE ZERO TO WS-ACK-NEW-COUNT
           MOVE 'N' TO WS-AUDIT-INCOMPLETE
           PERFORM LOAD-DELEGATE-TABLE
           PERFORM LOAD-ACK-TABLE
           PERFORM TALLY-OWNER-DAYS
           IF WS-DAY-FULL = 'Y' OR WS-ACK-OVERFLOW = 'Y'
              MOVE 'Y' TO WS-AUDIT-INCOMPLETE
              ADD 1 TO WS-EXC-OPEN-COUNT
           END-IF

           MOVE 'N' TO WS-LIST-OPEN
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              MOVE 'Y' TO WS-LIST-OPEN
           ELSE
              DISPLAY "TODOCLOSE: cannot open "
                 FUNCTION TRIM(WS-TDLIST-FILENAME)
                 ", item checks not possible"
              ADD 1 TO WS-EXC-OPEN-COUNT
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WORK-DATE IN WS-WORK-REC (1:6)
                         TO WS-WORK-PERIOD
                       IF WS-WORK-PERIOD = WS-TARGET-PERIOD
                          PERFORM CHECK-ONE-POSTING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WORK-FILE
           END-IF

           IF WS-LIST-OPEN = 'Y'
              CLOSE TDLIST
           END-IF
          EXIT.

       TALLY-OWNER-DAYS SECTION.
           MOVE ZERO TO WS-DAY-COUNT
           MOVE 'N' TO WS-DAY-FULL
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WORK-DATE IN WS-WORK-REC (1:6)
                         TO WS-WORK-PERIOD
                       IF WS-WORK-PERIOD = WS-TARGET-PERIOD
                          PERFORM TALLY-ONE-OWNER-DAY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WORK-FILE
           END-IF
           IF WS-DAY-FULL = 'Y'
              DISPLAY "TODOCLOSE: more than 999 owner days in period,"
                 " daily totals cannot be checked completely"
           END-IF
          EXIT.

       TALLY-ONE-OWNER-DAY SECTION.
           PERFORM FIND-OWNER-DAY
           IF WS-DAY-HIT = ZERO
              IF WS-DAY-COUNT < 999
                 ADD 1 TO WS-DAY-COUNT
                 MOVE WORK-OWNER IN WS-WORK-REC
                   TO WS-DAY-OWNER (WS-DAY-COUNT)
                 MOVE WORK-DATE IN WS-WORK-REC
                   TO WS-DAY-DATE (WS-DAY-COUNT)
                 MOVE ZERO TO WS-DAY-MINUTES (WS-DAY-COUNT)
                 MOVE WS-DAY-COUNT TO WS-DAY-HIT
              ELSE
                 MOVE 'Y' TO WS-DAY-FULL
              END-IF
           END-IF
           IF WS-DAY-HIT > ZERO
              ADD WORK-MINUTES IN WS-WORK-REC
                TO WS-DAY-MINUTES (WS-DAY-HIT)
           END-IF
          EXIT.

       FIND-OWNER-DAY SECTION.
           MOVE ZERO TO WS-DAY-HIT
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > WS-DAY-COUNT
                 OR WS-DAY-HIT > ZERO
              IF WS-DAY-OWNER (WS-DAY-IDX) = WORK-OWNER IN WS-WORK-REC
                    AND WS-DAY-DATE (WS-DAY-IDX)
                       = WORK-DATE IN WS-WORK-REC
                 MOVE WS-DAY-IDX TO WS-DAY-HIT
              END-IF
           END-PERFORM
          EXIT.

       CHECK-ONE-POSTING SECTION.
           MOVE WORK-KEY IN WS-WORK-REC TO WS-EXC-KEY

           PERFORM FIND-OWNER-DAY
           IF WS-DAY-HIT > ZERO
              IF WS-DAY-MINUTES (WS-DAY-HIT) > WS-DAY-LIMIT
                 MOVE 'OVER24H' TO WS-EXC-CODE
                 MOVE SPACES TO WS-EXC-TEXT
                 STRING 'day total ' WS-DAY-MINUTES (WS-DAY-HIT)
                    ' min' DELIMITED BY SIZE INTO WS-EXC-TEXT
                 PERFORM RECORD-ANOMALY
              END-IF
           END-IF

           MOVE 'CHECK' TO CAL-FUNCTION
           MOVE WORK-DATE IN WS-WORK-REC TO CAL-DATE-IN
           CALL "TODOCAL" USING TODOCAL-PARAMETERS
           IF NOT CAL-IS-WORKING-DAY
              MOVE 'NONWORK' TO WS-EXC-CODE
              MOVE 'weekend or holiday' TO WS-EXC-TEXT
              PERFORM RECORD-ANOMALY
           END-IF

           IF WS-LIST-OPEN = 'Y'
              MOVE 'Y' TO WS-ITEM-FOUND
              MOVE WORK-ITEM-ID IN WS-WORK-REC
                TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
              END-READ
              IF WS-ITEM-FOUND = 'N'
                 MOVE 'PURGED' TO WS-EXC-CODE
                 MOVE 'item no longer on list' TO WS-EXC-TEXT
                 PERFORM RECORD-ANOMALY
              ELSE
                 PERFORM CHECK-POSTING-AGAINST-ITEM
              END-IF
           END-IF
          EXIT.

       CHECK-POSTING-AGAINST-ITEM SECTION.
           IF ITEM-DONE-DATE IN WS-TDLIST > ZERO
                 AND WORK-DATE IN WS-WORK-REC
                    > ITEM-DONE-DATE IN WS-TDLIST
              MOVE 'AFTRDONE' TO WS-EXC-CODE
              MOVE SPACES TO WS-EXC-TEXT
              STRING 'item done ' ITEM-DONE-DATE IN WS-TDLIST
                 DELIMITED BY SIZE INTO WS-EXC-TEXT
              PERFORM RECORD-ANOMALY
           END-IF

           MOVE 'N' TO WS-EXC-ALLOWED
           IF WORK-OWNER IN WS-WORK-REC = ITEM-OWNER IN WS-TDLIST
              MOVE 'Y' TO WS-EXC-ALLOWED
           END-IF
           PERFORM VARYING WS-DELEG-IDX FROM 1 BY 1
                 UNTIL WS-DELEG-IDX > WS-DELEG-COUNT
                 OR WS-EXC-ALLOWED = 'Y'
              IF WS-DEL-E-ITEM (WS-DELEG-IDX)
                    = WORK-ITEM-ID IN WS-WORK-REC
                 IF WS-DEL-E-OWNER (WS-DELEG-IDX)
                       = WORK-OWNER IN WS-WORK-REC
                       OR WS-DEL-E-DEPUTY (WS-DELEG-IDX)
                       = WORK-OWNER IN WS-WORK-REC
                    MOVE 'Y' TO WS-EXC-ALLOWED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-EXC-ALLOWED NOT = 'Y'
              MOVE 'NOTOWNER' TO WS-EXC-CODE
              MOVE SPACES TO WS-EXC-TEXT
              STRING 'item owner ' ITEM-OWNER IN WS-TDLIST
                 DELIMITED BY SIZE INTO WS-EXC-TEXT
              PERFORM RECORD-ANOMALY
           END-IF
          EXIT.

       RECORD-ANOMALY SECTION.
           ADD 1 TO WS-EXC-COUNT
           PERFORM FIND-ACK-ENTRY
           IF WS-ACK-HIT = ZERO AND ANOMALY-ACKNOWLEDGE
                 AND WS-EXC-KEY = WS-ACK-KEY
                 AND (WS-ACK-CODE = SPACES
                      OR WS-ACK-CODE = WS-EXC-CODE)
              PERFORM WRITE-ACK-ENTRY
           END-IF
           IF WS-ACK-HIT = ZERO
              ADD 1 TO WS-EXC-OPEN-COUNT
              MOVE 'OPEN' TO WS-EXC-STATE
           ELSE
              ADD 1 TO WS-EXC-ACKED-COUNT
              MOVE 'ACK' TO WS-EXC-STATE
           END-IF
           IF ANOMALY-LISTING
              DISPLAY "  " WORK-ITEM-ID IN WS-WORK-REC "-"
                 WORK-SEQ IN WS-WORK-REC " "
                 WS-EXC-CODE " "
                 WORK-OWNER IN WS-WORK-REC " "
                 WORK-DATE IN WS-WORK-REC " "
                 WORK-MINUTES IN WS-WORK-REC " "
                 WS-EXC-STATE " "
                 FUNCTION TRIM(WS-EXC-TEXT)
           END-IF
          EXIT.

       FIND-ACK-ENTRY SECTION.
           MOVE ZERO TO WS-ACK-HIT
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                 UNTIL WS-ACK-IDX > WS-ACK-COUNT
                 OR WS-ACK-HIT > ZERO
              IF WS-ACK-E-PERIOD (WS-ACK-IDX) = WS-TARGET-PERIOD
                    AND WS-ACK-E-KEY (WS-ACK-IDX) = WS-EXC-KEY
                    AND WS-ACK-E-CODE (WS-ACK-IDX) = WS-EXC-CODE
                 MOVE WS-ACK-IDX TO WS-ACK-HIT
              END-IF
           END-PERFORM
          EXIT.

       WRITE-ACK-ENTRY SECTION.
           MOVE SPACES TO WS-ACK-LINE
           MOVE WS-TARGET-PERIOD TO WS-ACKL-PERIOD
           MOVE WS-EXC-KEY TO WS-ACKL-KEY
           MOVE WS-EXC-CODE TO WS-ACKL-CODE
           MOVE WS-CLOSE-USER TO WS-ACKL-USER
           MOVE WS-TODAY-DATE TO WS-ACKL-DATE
           MOVE WS-ACK-REASON TO WS-ACKL-REASON
           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS = '35'
              OPEN OUTPUT ACK-FILE
           END-IF
           WRITE ACK-FILE-RECORD FROM WS-ACK-LINE
           CLOSE ACK-FILE

           IF WS-ACK-COUNT < 999
              ADD 1 TO WS-ACK-COUNT
              MOVE WS-TARGET-PERIOD TO WS-ACK-E-PERIOD (WS-ACK-COUNT)
              MOVE WS-EXC-KEY TO WS-ACK-E-KEY (WS-ACK-COUNT)
              MOVE WS-EXC-CODE TO WS-ACK-E-CODE (WS-ACK-COUNT)
              MOVE WS-ACK-COUNT TO WS-ACK-HIT
           ELSE
              MOVE 999 TO WS-ACK-HIT
           END-IF
           ADD 1 TO WS-ACK-NEW-COUNT

           MOVE 'WORK-ACK' TO AUD-ACTION
           MOVE WORK-ITEM-ID IN WS-WORK-REC TO AUD-ITEM-ID
           MOVE SPACES TO AUD-CONTENT
           STRING WORK-SEQ IN WS-WORK-REC ' '
                  WS-EXC-CODE DELIMITED BY SIZE
                  ' ' WS-CLOSE-USER DELIMITED BY SIZE
              INTO AUD-CONTENT
           CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
          EXIT.

       LOAD-ACK-TABLE SECTION.
           MOVE ZERO TO WS-ACK-COUNT
           MOVE 'N' TO WS-ACK-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ACK-FILE INTO WS-ACK-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-ACKL-PERIOD = WS-TARGET-PERIOD
                             AND WS-ACK-COUNT >= 999
                          MOVE 'Y' TO WS-ACK-OVERFLOW
                       END-IF
                       IF WS-ACKL-PERIOD = WS-TARGET-PERIOD
                             AND WS-ACK-COUNT < 999
                          ADD 1 TO WS-ACK-COUNT
                          MOVE WS-ACKL-PERIOD
                            TO WS-ACK-E-PERIOD (WS-ACK-COUNT)
                          MOVE WS-ACKL-KEY
                            TO WS-ACK-E-KEY (WS-ACK-COUNT)
                          MOVE WS-ACKL-CODE
                            TO WS-ACK-E-CODE (WS-ACK-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACK-FILE
           END-IF
           IF WS-ACK-OVERFLOW = 'Y'
              DISPLAY "TODOCLOSE: more than 999 acknowledgements for"
                 " period " WS-TARGET-PERIOD
                 " in todoworkack.txt, audit incomplete"
           END-IF
          EXIT.

       LOAD-DELEGATE-TABLE SECTION.
           MOVE ZERO TO WS-DELEG-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT DELEGATE-FILE
           IF WS-DELEGATE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ DELEGATE-FILE INTO WS-DELEGATE-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-DELEG-COUNT < 999
                          ADD 1 TO WS-DELEG-COUNT
                          MOVE WS-DEL-ITEM-ID
                            TO WS-DEL-E-ITEM (WS-DELEG-COUNT)
                          MOVE WS-DEL-OWNER
                            TO WS-DEL-E-OWNER (WS-DELEG-COUNT)
                          MOVE WS-DEL-DEPUTY
                            TO WS-DEL-E-DEPUTY (WS-DELEG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DELEGATE-FILE
           END-IF
          EXIT.

       END PROGRAM TODOCLOSE.
