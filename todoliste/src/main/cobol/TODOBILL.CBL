       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOBILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN DYNAMIC WS-TDLIST-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID
            ALTERNATE RECORD KEY IS ITEM-OWNER WITH DUPLICATES
            ALTERNATE RECORD KEY IS ITEM-CATEGORY WITH DUPLICATES
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT WORK-FILE ASSIGN TO 'todowork.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WORK-KEY
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORK-STATUS.
         SELECT PERIOD-FILE ASSIGN TO 'todoperiod.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIOD-STATUS.
         SELECT RATE-FILE ASSIGN TO 'todorate.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-STATUS.
         SELECT BILLCTL-FILE ASSIGN TO 'todobillctl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BILLCTL-STATUS.
         SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD WORK-FILE.
          01 WORK-FILE-REC.
             COPY TDWORKREC.
          FD PERIOD-FILE.
          01 PERIOD-RECORD PIC X(33).
          FD RATE-FILE.
          01 RATE-RECORD PIC X(47).
          FD BILLCTL-FILE.
          01 BILLCTL-RECORD PIC X(59).
          FD EXTRACT-FILE.
          01 EXTRACT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-TDLIST-OPEN PIC X VALUE 'N'.
        01 WS-WORK-STATUS PIC XX.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-RATE-STATUS PIC XX.
        01 WS-BILLCTL-STATUS PIC XX.
        01 WS-EXTRACT-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-EXTRACT-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-WORK-REC.
           COPY TDWORKREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-BILL-FUNC PIC X(7).
        01 WS-PERIOD-TEXT PIC X(6).
        01 WS-TARGET-PERIOD PIC 9(6) VALUE ZERO.
        01 WS-BILL-USER PIC X(10).
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-PERIOD-CLOSED PIC X VALUE 'N'.
        01 WS-PERIOD-BILLED PIC X VALUE 'N'.
        01 WS-PERIOD-LINE.
           05 WS-PERIOD-KEY PIC 9(6).
           05 FILLER PIC X.
           05 WS-PERIOD-STATE PIC X(6).
           05 FILLER PIC X.
           05 WS-PERIOD-USER PIC X(10).
           05 FILLER PIC X.
           05 WS-PERIOD-DATE PIC 9(8).
        01 WS-RATE-LINE.
           05 WS-RATE-CATEGORY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RATE-OWNER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RATE-CENTER PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RATE-HOURLY PIC 9(5)V99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-RATE-FROM PIC 9(8).
        01 WS-RATE-TABLE.
           03 WS-RATE-ROW OCCURS 999 TIMES.
              05 WS-RATE-E-CATEGORY PIC X(10).
              05 WS-RATE-E-OWNER PIC X(10).
              05 WS-RATE-E-CENTER PIC X(8).
              05 WS-RATE-E-HOURLY PIC 9(5)V99.
              05 WS-RATE-E-FROM PIC 9(8).
        01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-RATE-IDX PIC 9(3) VALUE ZERO.
        01 WS-RATE-HIT PIC 9(3) VALUE ZERO.
        01 WS-RATE-SCORE PIC 9 VALUE ZERO.
        01 WS-RATE-BEST PIC 9 VALUE ZERO.
        01 WS-RATE-MATCH PIC X.
        01 WS-NEW-RATE-TEXT PIC X(10).
        01 WS-NEW-FROM-TEXT PIC X(8).
        01 WS-BILLCTL-LINE.
           05 WS-BCTL-PERIOD PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BCTL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BCTL-COUNT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BCTL-MINUTES PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BCTL-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-BCTL-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BCTL-STATE PIC X(6).
        01 WS-WORK-CATEGORY PIC X(10).
        01 WS-WORK-PERIOD PIC 9(6).
        01 WS-WORK-AMOUNT PIC 9(7)V99.
        01 WS-CENTER-TABLE.
           03 WS-CENTER-ROW OCCURS 99 TIMES.
              05 WS-CENTER-KEY PIC X(8).
              05 WS-CENTER-MINUTES PIC 9(7).
              05 WS-CENTER-AMOUNT PIC 9(9)V99.
              05 WS-CENTER-POSTINGS PIC 9(5).
        01 WS-CENTER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CENTER-IDX PIC 9(2) VALUE ZERO.
        01 WS-CENTER-HIT PIC 9(2) VALUE ZERO.
        01 WS-PRICED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-UNPRICED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-MINUTES PIC 9(7) VALUE ZERO.
        01 WS-TOTAL-AMOUNT PIC 9(9)V99 VALUE ZERO.
        01 WS-WRITE-EXTRACT PIC X VALUE 'N'.
        01 WS-EXTRACT-LINE PIC X(80).
        01 WS-EXTRACT-EXISTS PIC X VALUE 'N'.
        01 WS-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-RATE-DISPLAY PIC ZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-BILL-FUNC
           ACCEPT WS-BILL-FUNC FROM ENVIRONMENT "TODOBILL_FUNC"
           MOVE FUNCTION UPPER-CASE(WS-BILL-FUNC) TO WS-BILL-FUNC

           MOVE SPACES TO WS-PERIOD-TEXT
           ACCEPT WS-PERIOD-TEXT FROM ENVIRONMENT "TODOBILL_PERIOD"
           IF WS-PERIOD-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PERIOD-TEXT)
                TO WS-TARGET-PERIOD
           END-IF

           MOVE SPACES TO WS-BILL-USER
           ACCEPT WS-BILL-USER FROM ENVIRONMENT "TODOBILL_USER"

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           PERFORM LOAD-RATE-TABLE

           EVALUATE WS-BILL-FUNC
              WHEN 'BILL'
                 PERFORM BILL-TARGET-PERIOD
              WHEN 'LIST'
                 PERFORM LIST-BILLING-CONTROL
              WHEN 'RATES'
                 PERFORM LIST-RATE-TABLE
              WHEN 'ADDRATE'
                 PERFORM ADD-RATE-ENTRY
              WHEN OTHER
                 DISPLAY "TODOBILL: set TODOBILL_FUNC to BILL, LIST,"
                    " RATES or ADDRATE"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

       LOAD-RATE-TABLE SECTION.
           MOVE ZERO TO WS-RATE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ RATE-FILE INTO WS-RATE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-RATE-CENTER NOT = SPACES
                             AND WS-RATE-HOURLY IS NUMERIC
                             AND WS-RATE-FROM IS NUMERIC
                             AND WS-RATE-COUNT < 999
                          ADD 1 TO WS-RATE-COUNT
                          MOVE WS-RATE-CATEGORY
                            TO WS-RATE-E-CATEGORY (WS-RATE-COUNT)
                          MOVE WS-RATE-OWNER
                            TO WS-RATE-E-OWNER (WS-RATE-COUNT)
                          MOVE WS-RATE-CENTER
                            TO WS-RATE-E-CENTER (WS-RATE-COUNT)
                          MOVE WS-RATE-HOURLY
                            TO WS-RATE-E-HOURLY (WS-RATE-COUNT)
                          MOVE WS-RATE-FROM
                            TO WS-RATE-E-FROM (WS-RATE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF
          EXIT.

       LIST-RATE-TABLE SECTION.
           DISPLAY "Category   Owner      Center     Rate/h  From"
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
              MOVE WS-RATE-E-HOURLY (WS-RATE-IDX) TO WS-RATE-DISPLAY
              DISPLAY WS-RATE-E-CATEGORY (WS-RATE-IDX) " "
                 WS-RATE-E-OWNER (WS-RATE-IDX) " "
                 WS-RATE-E-CENTER (WS-RATE-IDX) " "
                 WS-RATE-DISPLAY " "
                 WS-RATE-E-FROM (WS-RATE-IDX)
           END-PERFORM
           DISPLAY "TODOBILL: " WS-RATE-COUNT " rate(s) on file"
          EXIT.

       ADD-RATE-ENTRY SECTION.
           MOVE SPACES TO WS-RATE-LINE
           ACCEPT WS-RATE-CATEGORY FROM ENVIRONMENT "TODOBILL_CATEGORY"
           ACCEPT WS-RATE-OWNER FROM ENVIRONMENT "TODOBILL_OWNER"
           ACCEPT WS-RATE-CENTER FROM ENVIRONMENT "TODOBILL_CENTER"
           MOVE SPACES TO WS-NEW-RATE-TEXT
           ACCEPT WS-NEW-RATE-TEXT FROM ENVIRONMENT "TODOBILL_RATE"
           MOVE SPACES TO WS-NEW-FROM-TEXT
           ACCEPT WS-NEW-FROM-TEXT FROM ENVIRONMENT "TODOBILL_FROM"
           IF WS-RATE-CATEGORY = SPACES
              MOVE '*' TO WS-RATE-CATEGORY
           END-IF
           IF WS-RATE-OWNER = SPACES
              MOVE '*' TO WS-RATE-OWNER
           END-IF
           IF WS-RATE-CENTER = SPACES OR WS-NEW-RATE-TEXT = SPACES
              DISPLAY "TODOBILL: set TODOBILL_CENTER and TODOBILL_RATE"
                 " (TODOBILL_CATEGORY, TODOBILL_OWNER, TODOBILL_FROM"
                 " optional)"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE FUNCTION NUMVAL(WS-NEW-RATE-TEXT) TO WS-RATE-HOURLY
              IF WS-NEW-FROM-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-NEW-FROM-TEXT) TO WS-RATE-FROM
              ELSE
                 MOVE WS-TODAY-DATE TO WS-RATE-FROM
              END-IF
              OPEN EXTEND RATE-FILE
              IF WS-RATE-STATUS = '35'
                 OPEN OUTPUT RATE-FILE
              END-IF
              WRITE RATE-RECORD FROM WS-RATE-LINE
              CLOSE RATE-FILE
              MOVE WS-RATE-HOURLY TO WS-RATE-DISPLAY
              DISPLAY "TODOBILL: rate " WS-RATE-DISPLAY
                 " for cost center " FUNCTION TRIM(WS-RATE-CENTER)
                 " effective " WS-RATE-FROM
           END-IF
          EXIT.

       CHECK-PERIOD-STATE SECTION.
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE 'N' TO WS-EOF
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ PERIOD-FILE INTO WS-PERIOD-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-PERIOD-KEY = WS-TARGET-PERIOD
                             AND WS-PERIOD-STATE = 'CLOSED'
                          MOVE 'Y' TO WS-PERIOD-CLOSED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PERIOD-FILE
           END-IF

           MOVE 'N' TO WS-PERIOD-BILLED
           MOVE 'N' TO WS-EOF
           OPEN INPUT BILLCTL-FILE
           IF WS-BILLCTL-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ BILLCTL-FILE INTO WS-BILLCTL-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-BCTL-PERIOD = WS-TARGET-PERIOD
                          MOVE 'Y' TO WS-PERIOD-BILLED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BILLCTL-FILE
           END-IF
          EXIT.

       BILL-TARGET-PERIOD SECTION.
           MOVE SPACES TO WS-EXTRACT-FILENAME
           STRING 'todobill-' WS-TARGET-PERIOD '.dat'
              DELIMITED BY SIZE INTO WS-EXTRACT-FILENAME
           MOVE 'N' TO WS-EXTRACT-EXISTS
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS = '00'
              CLOSE EXTRACT-FILE
              MOVE 'Y' TO WS-EXTRACT-EXISTS
           END-IF
           PERFORM CHECK-PERIOD-STATE

           EVALUATE TRUE
              WHEN WS-TARGET-PERIOD = ZERO
                 DISPLAY "TODOBILL: set TODOBILL_PERIOD to YYYYMM"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-PERIOD-CLOSED NOT = 'Y'
                 DISPLAY "TODOBILL: period " WS-TARGET-PERIOD
                    " is not closed, refusing"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-PERIOD-BILLED = 'Y'
                 DISPLAY "TODOBILL: period " WS-TARGET-PERIOD
                    " was already billed, refusing"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-EXTRACT-EXISTS = 'Y'
                 DISPLAY "TODOBILL: "
                    FUNCTION TRIM(WS-EXTRACT-FILENAME)
                    " already exists, refusing"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'N' TO WS-WRITE-EXTRACT
                 PERFORM PRICE-PERIOD-POSTINGS
                 IF WS-UNPRICED-COUNT > ZERO
                    DISPLAY "TODOBILL: " WS-UNPRICED-COUNT
                       " posting(s) have no rate, nothing billed"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM WRITE-BILLING-EXTRACT
                 END-IF
           END-EVALUATE
          EXIT.

       WRITE-BILLING-EXTRACT SECTION.
           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO WS-EXTRACT-LINE
           STRING 'H ' WS-TODAY-DATE ' ' WS-TARGET-PERIOD
              DELIMITED BY SIZE INTO WS-EXTRACT-LINE
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-LINE

           MOVE 'Y' TO WS-WRITE-EXTRACT
           PERFORM PRICE-PERIOD-POSTINGS

           MOVE SPACES TO WS-EXTRACT-LINE
           STRING 'T ' WS-PRICED-COUNT ' ' WS-TOTAL-MINUTES
                  ' ' WS-TOTAL-AMOUNT
              DELIMITED BY SIZE INTO WS-EXTRACT-LINE
           WRITE EXTRACT-RECORD FROM WS-EXTRACT-LINE
           CLOSE EXTRACT-FILE

           MOVE SPACES TO WS-BILLCTL-LINE
           MOVE WS-TARGET-PERIOD TO WS-BCTL-PERIOD
           MOVE WS-TODAY-DATE TO WS-BCTL-DATE
           MOVE WS-PRICED-COUNT TO WS-BCTL-COUNT
           MOVE WS-TOTAL-MINUTES TO WS-BCTL-MINUTES
           MOVE WS-TOTAL-AMOUNT TO WS-BCTL-AMOUNT
           MOVE WS-BILL-USER TO WS-BCTL-USER
           MOVE 'BILLED' TO WS-BCTL-STATE
           OPEN EXTEND BILLCTL-FILE
           IF WS-BILLCTL-STATUS = '35'
              OPEN OUTPUT BILLCTL-FILE
           END-IF
           WRITE BILLCTL-RECORD FROM WS-BILLCTL-LINE
           CLOSE BILLCTL-FILE

           PERFORM PRINT-CHARGEBACK-REPORT
           DISPLAY "TODOBILL: wrote " WS-PRICED-COUNT
              " record(s) to " FUNCTION TRIM(WS-EXTRACT-FILENAME)
          EXIT.

       PRICE-PERIOD-POSTINGS SECTION.
           MOVE ZERO TO WS-CENTER-COUNT
           MOVE ZERO TO WS-PRICED-COUNT
           MOVE ZERO TO WS-UNPRICED-COUNT
           MOVE ZERO TO WS-TOTAL-MINUTES
           MOVE ZERO TO WS-TOTAL-AMOUNT
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-TDLIST-OPEN
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              MOVE 'Y' TO WS-TDLIST-OPEN
           END-IF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WORK-DATE IN WS-WORK-REC (1:6)
                         TO WS-WORK-PERIOD
                       IF WS-WORK-PERIOD = WS-TARGET-PERIOD
                          PERFORM PRICE-ONE-POSTING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WORK-FILE
           END-IF
           IF WS-TDLIST-OPEN = 'Y'
              CLOSE TDLIST
           END-IF
          EXIT.

       PRICE-ONE-POSTING SECTION.
           MOVE SPACES TO WS-WORK-CATEGORY
           IF WS-TDLIST-OPEN = 'Y'
              MOVE WORK-ITEM-ID IN WS-WORK-REC
                TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ITEM-CATEGORY IN WS-TDLIST
                      TO WS-WORK-CATEGORY
              END-READ
           END-IF

           PERFORM FIND-POSTING-RATE
           IF WS-RATE-HIT = ZERO
              ADD 1 TO WS-UNPRICED-COUNT
              IF WS-WRITE-EXTRACT = 'N'
                 DISPLAY "TODOBILL: no rate for ID "
                    WORK-ITEM-ID IN WS-WORK-REC " seq "
                    WORK-SEQ IN WS-WORK-REC " owner "
                    FUNCTION TRIM(WORK-OWNER IN WS-WORK-REC)
                    " category " FUNCTION TRIM(WS-WORK-CATEGORY)
              END-IF
           ELSE
              COMPUTE WS-WORK-AMOUNT ROUNDED =
                 WORK-MINUTES IN WS-WORK-REC
                 * WS-RATE-E-HOURLY (WS-RATE-HIT) / 60
              ADD 1 TO WS-PRICED-COUNT
              ADD WORK-MINUTES IN WS-WORK-REC TO WS-TOTAL-MINUTES
              ADD WS-WORK-AMOUNT TO WS-TOTAL-AMOUNT
              PERFORM TALLY-COST-CENTER
              IF WS-WRITE-EXTRACT = 'Y'
                 MOVE SPACES TO WS-EXTRACT-LINE
                 STRING 'D ' WS-RATE-E-CENTER (WS-RATE-HIT)
                        ' ' WORK-ITEM-ID IN WS-WORK-REC
                        ' ' WORK-SEQ IN WS-WORK-REC
                        ' ' WORK-OWNER IN WS-WORK-REC
                        ' ' WORK-DATE IN WS-WORK-REC
                        ' ' WS-WORK-CATEGORY
                        ' ' WORK-MINUTES IN WS-WORK-REC
                        ' ' WS-RATE-E-HOURLY (WS-RATE-HIT)
                        ' ' WS-WORK-AMOUNT
                    DELIMITED BY SIZE INTO WS-EXTRACT-LINE
                 WRITE EXTRACT-RECORD FROM WS-EXTRACT-LINE
              END-IF
           END-IF
          EXIT.

       FIND-POSTING-RATE SECTION.
           MOVE ZERO TO WS-RATE-HIT
           MOVE ZERO TO WS-RATE-BEST
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
              MOVE 'Y' TO WS-RATE-MATCH
              MOVE 1 TO WS-RATE-SCORE
              IF WS-RATE-E-CATEGORY (WS-RATE-IDX) NOT = SPACES
                    AND WS-RATE-E-CATEGORY (WS-RATE-IDX) NOT = '*'
                 IF WS-RATE-E-CATEGORY (WS-RATE-IDX)
                       = WS-WORK-CATEGORY
                    ADD 2 TO WS-RATE-SCORE
                 ELSE
                    MOVE 'N' TO WS-RATE-MATCH
                 END-IF
              END-IF
              IF WS-RATE-E-OWNER (WS-RATE-IDX) NOT = SPACES
                    AND WS-RATE-E-OWNER (WS-RATE-IDX) NOT = '*'
                 IF WS-RATE-E-OWNER (WS-RATE-IDX)
                       = WORK-OWNER IN WS-WORK-REC
                    ADD 4 TO WS-RATE-SCORE
                 ELSE
                    MOVE 'N' TO WS-RATE-MATCH
                 END-IF
              END-IF
              IF WS-RATE-E-FROM (WS-RATE-IDX)
                    > WORK-DATE IN WS-WORK-REC
                 MOVE 'N' TO WS-RATE-MATCH
              END-IF
              IF WS-RATE-MATCH = 'Y'
                 EVALUATE TRUE
                    WHEN WS-RATE-SCORE > WS-RATE-BEST
                       MOVE WS-RATE-SCORE TO WS-RATE-BEST
                       MOVE WS-RATE-IDX TO WS-RATE-HIT
                    WHEN WS-RATE-SCORE = WS-RATE-BEST
                       IF WS-RATE-E-FROM (WS-RATE-IDX)
                             >= WS-RATE-E-FROM (WS-RATE-HIT)
                          MOVE WS-RATE-IDX TO WS-RATE-HIT
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
          EXIT.

       TALLY-COST-CENTER SECTION.
           MOVE ZERO TO WS-CENTER-HIT
           PERFORM VARYING WS-CENTER-IDX FROM 1 BY 1
                 UNTIL WS-CENTER-IDX > WS-CENTER-COUNT
              IF WS-CENTER-KEY (WS-CENTER-IDX)
                    = WS-RATE-E-CENTER (WS-RATE-HIT)
                 MOVE WS-CENTER-IDX TO WS-CENTER-HIT
              END-IF
           END-PERFORM
           IF WS-CENTER-HIT = ZERO AND WS-CENTER-COUNT < 99
              ADD 1 TO WS-CENTER-COUNT
              MOVE WS-RATE-E-CENTER (WS-RATE-HIT)
                TO WS-CENTER-KEY (WS-CENTER-COUNT)
              MOVE ZERO TO WS-CENTER-MINUTES (WS-CENTER-COUNT)
              MOVE ZERO TO WS-CENTER-AMOUNT (WS-CENTER-COUNT)
              MOVE ZERO TO WS-CENTER-POSTINGS (WS-CENTER-COUNT)
              MOVE WS-CENTER-COUNT TO WS-CENTER-HIT
           END-IF
           IF WS-CENTER-HIT > ZERO
              ADD WORK-MINUTES IN WS-WORK-REC
                TO WS-CENTER-MINUTES (WS-CENTER-HIT)
              ADD WS-WORK-AMOUNT TO WS-CENTER-AMOUNT (WS-CENTER-HIT)
              ADD 1 TO WS-CENTER-POSTINGS (WS-CENTER-HIT)
           END-IF
          EXIT.

       PRINT-CHARGEBACK-REPORT SECTION.
           DISPLAY "===================================="
           DISPLAY "  TODOLIST CHARGEBACK REPORT"
           DISPLAY "  Period: " WS-TARGET-PERIOD
           DISPLAY "===================================="
           DISPLAY "Charges by cost center:"
           PERFORM VARYING WS-CENTER-IDX FROM 1 BY 1
                 UNTIL WS-CENTER-IDX > WS-CENTER-COUNT
              MOVE WS-CENTER-AMOUNT (WS-CENTER-IDX)
                TO WS-AMOUNT-DISPLAY
              DISPLAY "  " WS-CENTER-KEY (WS-CENTER-IDX) "  "
                 WS-CENTER-MINUTES (WS-CENTER-IDX) " min in "
                 WS-CENTER-POSTINGS (WS-CENTER-IDX) " posting(s) "
                 WS-AMOUNT-DISPLAY
           END-PERFORM
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Total minutes:       " WS-TOTAL-MINUTES
           DISPLAY "Total postings:      " WS-PRICED-COUNT
           DISPLAY "Total charged:       " WS-AMOUNT-DISPLAY
           DISPLAY "===================================="
          EXIT.

       LIST-BILLING-CONTROL SECTION.
           DISPLAY "Period Billed   Count Minutes Amount      User"
           MOVE 'N' TO WS-EOF
           OPEN INPUT BILLCTL-FILE
           IF WS-BILLCTL-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ BILLCTL-FILE INTO WS-BILLCTL-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WS-BCTL-AMOUNT TO WS-AMOUNT-DISPLAY
                       DISPLAY WS-BCTL-PERIOD " " WS-BCTL-DATE " "
                          WS-BCTL-COUNT " " WS-BCTL-MINUTES " "
                          WS-AMOUNT-DISPLAY " " WS-BCTL-USER
                 END-READ
              END-PERFORM
              CLOSE BILLCTL-FILE
           END-IF
          EXIT.

       END PROGRAM TODOBILL.
