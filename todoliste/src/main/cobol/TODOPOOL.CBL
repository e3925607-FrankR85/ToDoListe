       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPOOL.

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
         SELECT POOL-FILE ASSIGN TO 'todopool.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD POOL-FILE.
          01 POOL-RECORD PIC X(50).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-POOL-STATUS PIC XX.
        01 WS-POOL-EOF PIC X VALUE 'N'.
        01 WS-POOL-LINE.
           COPY TODOPOOLREC.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-TODAY-INTEGER PIC S9(9) COMP.
        01 WS-FROM-INTEGER PIC S9(9) COMP.
        01 WS-WAIT-DAYS PIC S9(5) COMP.
        01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
        01 WS-WINDOW-TEXT PIC X(3).
        01 WS-WINDOW-START PIC 9(8).
        01 WS-OPEN-TABLE.
           03 WS-OPEN-ROW OCCURS 999 TIMES.
              05 WS-OPEN-ID PIC 9(5).
              05 WS-OPEN-KIND PIC X(4).
              05 WS-OPEN-KEY PIC X(10).
              05 WS-OPEN-SINCE PIC 9(8).
        01 WS-OPEN-COUNT PIC 9(4) VALUE ZERO.
        01 WS-OPEN-IDX PIC 9(4) VALUE ZERO.
        01 WS-OPEN-HIT PIC 9(4) VALUE ZERO.
        01 WS-OPEN-FREE PIC 9(4) VALUE ZERO.
        01 WS-STAT-TABLE.
           03 WS-STAT-ROW OCCURS 99 TIMES.
              05 WS-STAT-KIND PIC X(4).
              05 WS-STAT-KEY PIC X(10).
              05 WS-STAT-DEPTH PIC 9(5).
              05 WS-STAT-OLDEST PIC 9(5).
              05 WS-STAT-OPEN-SUM PIC 9(7).
              05 WS-STAT-CLAIMED PIC 9(5).
              05 WS-STAT-CLAIM-SUM PIC 9(7).
              05 WS-STAT-CLAIM-MAX PIC 9(5).
        01 WS-STAT-COUNT PIC 9(2) VALUE ZERO.
        01 WS-STAT-IDX PIC 9(2) VALUE ZERO.
        01 WS-STAT-HIT PIC 9(2) VALUE ZERO.
        01 WS-FIND-KIND PIC X(4).
        01 WS-FIND-KEY PIC X(10).
        01 WS-OPEN-AVG PIC 9(5).
        01 WS-CLAIM-AVG PIC 9(5).
        01 WS-TOTAL-DEPTH PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-CLAIMED PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-WINDOW-TEXT
           ACCEPT WS-WINDOW-TEXT FROM ENVIRONMENT "TODOPOOL_DAYS"
           IF WS-WINDOW-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-WINDOW-TEXT) TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS = ZERO
              MOVE 30 TO WS-WINDOW-DAYS
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INTEGER - WS-WINDOW-DAYS)

           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS = '00'
              PERFORM UNTIL WS-POOL-EOF = 'Y'
                 READ POOL-FILE INTO WS-POOL-LINE
                    AT END MOVE 'Y' TO WS-POOL-EOF
                    NOT AT END
                       PERFORM TALLY-POOL-LINE
                 END-READ
              END-PERFORM
              CLOSE POOL-FILE
           END-IF

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                    UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                 IF WS-OPEN-ID (WS-OPEN-IDX) > ZERO
                    PERFORM TALLY-OPEN-POOL-ITEM
                 END-IF
              END-PERFORM
              CLOSE TDLIST
           END-IF

           PERFORM PRINT-POOL-REPORT
           GOBACK
          .

       TALLY-POOL-LINE SECTION.
           MOVE ZERO TO WS-OPEN-HIT
           MOVE ZERO TO WS-OPEN-FREE
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                 UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
              IF WS-OPEN-ID (WS-OPEN-IDX) = POOL-ITEM-ID
                 MOVE WS-OPEN-IDX TO WS-OPEN-HIT
              END-IF
              IF WS-OPEN-ID (WS-OPEN-IDX) = ZERO
                 MOVE WS-OPEN-IDX TO WS-OPEN-FREE
              END-IF
           END-PERFORM
           IF POOL-CLAIMED-DATE > ZERO
              IF WS-OPEN-HIT > ZERO
                 MOVE ZERO TO WS-OPEN-ID (WS-OPEN-HIT)
              END-IF
              IF POOL-CLAIMED-DATE >= WS-WINDOW-START
                 PERFORM TALLY-CLAIMED-ITEM
              END-IF
           ELSE
              IF WS-OPEN-HIT = ZERO
                 IF WS-OPEN-FREE > ZERO
                    MOVE WS-OPEN-FREE TO WS-OPEN-HIT
                 ELSE
                    IF WS-OPEN-COUNT < 999
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE WS-OPEN-COUNT TO WS-OPEN-HIT
                    END-IF
                 END-IF
              END-IF
              IF WS-OPEN-HIT > ZERO
                 MOVE POOL-ITEM-ID TO WS-OPEN-ID (WS-OPEN-HIT)
                 MOVE POOL-KIND TO WS-OPEN-KIND (WS-OPEN-HIT)
                 MOVE POOL-KEY TO WS-OPEN-KEY (WS-OPEN-HIT)
                 MOVE POOL-ENTERED-DATE TO WS-OPEN-SINCE (WS-OPEN-HIT)
              END-IF
           END-IF
          EXIT.

       TALLY-CLAIMED-ITEM SECTION.
           MOVE POOL-KIND TO WS-FIND-KIND
           MOVE POOL-KEY TO WS-FIND-KEY
           PERFORM FIND-POOL-STAT
           IF WS-STAT-HIT > ZERO
              MOVE ZERO TO WS-WAIT-DAYS
              IF POOL-ENTERED-DATE > ZERO
                    AND POOL-ENTERED-DATE < POOL-CLAIMED-DATE
                 COMPUTE WS-WAIT-DAYS =
                    FUNCTION INTEGER-OF-DATE (POOL-CLAIMED-DATE)
                    - FUNCTION INTEGER-OF-DATE (POOL-ENTERED-DATE)
              END-IF
              ADD 1 TO WS-STAT-CLAIMED (WS-STAT-HIT)
              ADD 1 TO WS-TOTAL-CLAIMED
              ADD WS-WAIT-DAYS TO WS-STAT-CLAIM-SUM (WS-STAT-HIT)
              IF WS-WAIT-DAYS > WS-STAT-CLAIM-MAX (WS-STAT-HIT)
                 MOVE WS-WAIT-DAYS TO WS-STAT-CLAIM-MAX (WS-STAT-HIT)
              END-IF
           END-IF
          EXIT.

       TALLY-OPEN-POOL-ITEM SECTION.
           MOVE WS-OPEN-ID (WS-OPEN-IDX) TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ITEM-ACTIVE IN WS-TDLIST
                       AND ITEM-OWNER IN WS-TDLIST = SPACES
                    MOVE WS-OPEN-KIND (WS-OPEN-IDX) TO WS-FIND-KIND
                    MOVE WS-OPEN-KEY (WS-OPEN-IDX) TO WS-FIND-KEY
                    PERFORM FIND-POOL-STAT
                    IF WS-STAT-HIT > ZERO
                       MOVE ZERO TO WS-WAIT-DAYS
                       IF WS-OPEN-SINCE (WS-OPEN-IDX) > ZERO
                             AND WS-OPEN-SINCE (WS-OPEN-IDX)
                                < WS-TODAY-DATE
                          COMPUTE WS-FROM-INTEGER =
                             FUNCTION INTEGER-OF-DATE
                                (WS-OPEN-SINCE (WS-OPEN-IDX))
                          COMPUTE WS-WAIT-DAYS =
                             WS-TODAY-INTEGER - WS-FROM-INTEGER
                       END-IF
                       ADD 1 TO WS-STAT-DEPTH (WS-STAT-HIT)
                       ADD 1 TO WS-TOTAL-DEPTH
                       ADD WS-WAIT-DAYS
                         TO WS-STAT-OPEN-SUM (WS-STAT-HIT)
                       IF WS-WAIT-DAYS > WS-STAT-OLDEST (WS-STAT-HIT)
                          MOVE WS-WAIT-DAYS
                            TO WS-STAT-OLDEST (WS-STAT-HIT)
                       END-IF
                    END-IF
                 END-IF
           END-READ
          EXIT.

       FIND-POOL-STAT SECTION.
           MOVE ZERO TO WS-STAT-HIT
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                 UNTIL WS-STAT-IDX > WS-STAT-COUNT
              IF WS-STAT-KIND (WS-STAT-IDX) = WS-FIND-KIND
                    AND WS-STAT-KEY (WS-STAT-IDX) = WS-FIND-KEY
                 MOVE WS-STAT-IDX TO WS-STAT-HIT
              END-IF
           END-PERFORM
           IF WS-STAT-HIT = ZERO AND WS-STAT-COUNT < 99
              ADD 1 TO WS-STAT-COUNT
              MOVE WS-FIND-KIND TO WS-STAT-KIND (WS-STAT-COUNT)
              MOVE WS-FIND-KEY TO WS-STAT-KEY (WS-STAT-COUNT)
              MOVE ZERO TO WS-STAT-DEPTH (WS-STAT-COUNT)
              MOVE ZERO TO WS-STAT-OLDEST (WS-STAT-COUNT)
              MOVE ZERO TO WS-STAT-OPEN-SUM (WS-STAT-COUNT)
              MOVE ZERO TO WS-STAT-CLAIMED (WS-STAT-COUNT)
              MOVE ZERO TO WS-STAT-CLAIM-SUM (WS-STAT-COUNT)
              MOVE ZERO TO WS-STAT-CLAIM-MAX (WS-STAT-COUNT)
              MOVE WS-STAT-COUNT TO WS-STAT-HIT
           END-IF
          EXIT.

       PRINT-POOL-REPORT SECTION.
           DISPLAY "=================================================="
           DISPLAY "  TODOLIST INTAKE POOLS - " WS-TODAY-DATE
           DISPLAY "=================================================="
           DISPLAY "Unclaimed items:     " WS-TOTAL-DEPTH
           DISPLAY "Claimed since " WS-WINDOW-START ": "
              WS-TOTAL-CLAIMED
           DISPLAY " "
           DISPLAY "Pool             Queue Oldest   Avg"
              "  Claimed  AvgWait MaxWait"
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                 UNTIL WS-STAT-IDX > WS-STAT-COUNT
              MOVE ZERO TO WS-OPEN-AVG
              IF WS-STAT-DEPTH (WS-STAT-IDX) > ZERO
                 COMPUTE WS-OPEN-AVG ROUNDED =
                    WS-STAT-OPEN-SUM (WS-STAT-IDX)
                    / WS-STAT-DEPTH (WS-STAT-IDX)
              END-IF
              MOVE ZERO TO WS-CLAIM-AVG
              IF WS-STAT-CLAIMED (WS-STAT-IDX) > ZERO
                 COMPUTE WS-CLAIM-AVG ROUNDED =
                    WS-STAT-CLAIM-SUM (WS-STAT-IDX)
                    / WS-STAT-CLAIMED (WS-STAT-IDX)
              END-IF
              DISPLAY "  " WS-STAT-KIND (WS-STAT-IDX) " "
                 WS-STAT-KEY (WS-STAT-IDX) " "
                 WS-STAT-DEPTH (WS-STAT-IDX) " "
                 WS-STAT-OLDEST (WS-STAT-IDX) " "
                 WS-OPEN-AVG "    "
                 WS-STAT-CLAIMED (WS-STAT-IDX) "    "
                 WS-CLAIM-AVG "   "
                 WS-STAT-CLAIM-MAX (WS-STAT-IDX)
           END-PERFORM
           DISPLAY "=================================================="
          EXIT.

       END PROGRAM TODOPOOL.
