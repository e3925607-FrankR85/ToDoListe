         SELECT ALERT-FILE ASSIGN TO 'todoalert.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-STATUS.
         SELECT FEED-CTL-FILE ASSIGN TO 'todofeedctl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-CTL-STATUS.
         SELECT CONSUMER-FILE ASSIGN TO 'todofeedcon.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONSUMER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 JOB-CKPT-RECORD PIC X(11).
          FD ALERT-FILE.
          01 ALERT-RECORD PIC X(80).
          FD FEED-CTL-FILE.
          01 FEED-CTL-RECORD PIC X(84).
          FD CONSUMER-FILE.
          01 CONSUMER-RECORD PIC X(55).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-NEXTID-STATUS PIC XX.
        01 WS-LAST-LOG-LINE PIC X(80) VALUE SPACES.
        01 WS-ALERT-PRESENT PIC X VALUE 'N'.
        01 WS-ALERT-LINE PIC X(80) VALUE SPACES.
        01 WS-FEED-CTL-STATUS PIC XX.
        01 WS-CONSUMER-STATUS PIC XX.
        01 WS-FEED-PRESENT PIC X VALUE 'N'.
        01 WS-FEED-CTL-LINE.
           05 WS-FCT-LAST-SEQ PIC 9(9).
           05 FILLER PIC X.
           05 WS-FCT-FIRST-SEQ PIC 9(9).
           05 FILLER PIC X.
           05 WS-FCT-KEEP-DAYS PIC 9(3).
           05 FILLER PIC X(58).
        01 WS-CONSUMER-LINE.
           05 WS-CON-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-CON-LAST-READ PIC 9(9).
           05 FILLER PIC X(35).
        01 WS-CON-EOF PIC X VALUE 'N'.
        01 WS-FEED-CONSUMERS PIC 9(2) VALUE ZERO.
        01 WS-FEED-BEHIND PIC 9(2) VALUE ZERO.
        01 WS-BEHIND-TABLE.
           03 WS-BEHIND-ENTRY OCCURS 99 TIMES.
              05 WS-BEHIND-ID PIC X(10).
              05 WS-BEHIND-SEQ PIC 9(9).
        01 WS-BEHIND-IDX PIC 9(2) VALUE ZERO.
       LINKAGE SECTION.
        01 HEALTH-FORMAT PIC X(4).
       PROCEDURE DIVISION USING HEALTH-FORMAT.
           PERFORM CHECK-SIDE-FILES
           PERFORM READ-NIGHT-OUTCOME
           PERFORM CHECK-ALERT-FILE
           PERFORM CHECK-FEED-CONSUMERS

           IF WS-FORMAT-TEXT = 'JSON'
              PERFORM PRINT-HEALTH-JSON
           END-IF

           IF WS-COUNT-MATCH NOT = 'Y' OR WS-ALERT-PRESENT = 'Y'
                 OR WS-FEED-BEHIND > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           END-IF
          EXIT.

       CHECK-FEED-CONSUMERS SECTION.
           OPEN INPUT FEED-CTL-FILE
           IF WS-FEED-CTL-STATUS = '00'
              READ FEED-CTL-FILE INTO WS-FEED-CTL-LINE
                 AT END CONTINUE
                 NOT AT END MOVE 'Y' TO WS-FEED-PRESENT
              END-READ
              CLOSE FEED-CTL-FILE
           END-IF
           IF WS-FEED-PRESENT = 'Y'
              OPEN INPUT CONSUMER-FILE
              IF WS-CONSUMER-STATUS = '00'
                 PERFORM UNTIL WS-CON-EOF = 'Y'
                    READ CONSUMER-FILE INTO WS-CONSUMER-LINE
                       AT END MOVE 'Y' TO WS-CON-EOF
                       NOT AT END
                          IF WS-CON-ID NOT = SPACES
                             ADD 1 TO WS-FEED-CONSUMERS
                             IF WS-CON-LAST-READ + 1
                                   < WS-FCT-FIRST-SEQ
                                   AND WS-FEED-BEHIND < 99
                                ADD 1 TO WS-FEED-BEHIND
                                MOVE WS-CON-ID
                                  TO WS-BEHIND-ID (WS-FEED-BEHIND)
                                MOVE WS-CON-LAST-READ
                                  TO WS-BEHIND-SEQ (WS-FEED-BEHIND)
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CONSUMER-FILE
              END-IF
           END-IF
          EXIT.

       PRINT-HEALTH-TEXT SECTION.
           DISPLAY "===================================="
           DISPLAY "  TODOLIST HEALTH STATUS"
              DISPLAY "ALERT PENDING:       "
                 FUNCTION TRIM(WS-ALERT-LINE)
           END-IF
           IF WS-FEED-PRESENT = 'Y'
              DISPLAY "Event feed:          " WS-FCT-FIRST-SEQ
                 " to " WS-FCT-LAST-SEQ ", "
                 WS-FEED-CONSUMERS " consumer(s)"
              PERFORM VARYING WS-BEHIND-IDX FROM 1 BY 1
                    UNTIL WS-BEHIND-IDX > WS-FEED-BEHIND
                 DISPLAY "FEED CONSUMER BEHIND: "
                    WS-BEHIND-ID (WS-BEHIND-IDX) " read to "
                    WS-BEHIND-SEQ (WS-BEHIND-IDX)
                    ", retained from " WS-FCT-FIRST-SEQ
              END-PERFORM
           END-IF
           DISPLAY "===================================="
          EXIT.

              "-" WS-CKPT-STEP """"
              ",""nightlog"":"""
              FUNCTION TRIM(WS-LAST-LOG-LINE) """"
              ",""alert"":""" WS-ALERT-PRESENT """"
              WITH NO ADVANCING
           DISPLAY ",""feedconsumers"":" WS-FEED-CONSUMERS
              ",""feedbehind"":" WS-FEED-BEHIND "}"
          EXIT.

       END PROGRAM TODOHEALTH.
