       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOWIP.

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
         SELECT WIP-FILE ASSIGN TO 'todowip.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WIP-STATUS.
         SELECT BREACH-FILE ASSIGN TO 'todowipbr.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BREACH-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD WIP-FILE.
          01 WIP-RECORD PIC X(20).
          FD BREACH-FILE.
          01 BREACH-RECORD PIC X(42).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-WIP-STATUS PIC XX.
        01 WS-BREACH-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-LIST-TEXT PIC X(3).
        01 WS-LIST-WANTED PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-TODAY-INTEGER PIC S9(9) COMP.
        01 WS-WEEK-START PIC 9(8).
        01 WS-CUTOFF-DATE PIC 9(8).
        01 WS-END-INTEGER PIC S9(9) COMP.
        01 WS-BREACH-DAYS PIC 9(5).
        01 WS-KEEP-DAYS PIC 9(3) VALUE 56.
        01 WS-WIP-LINE.
           05 WS-WIP-KIND PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-WIP-KEY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-WIP-LIMIT PIC 9(3).
        01 WS-WIP-TABLE.
           03 WS-WIP-ROW OCCURS 200 TIMES.
              05 WS-WIP-E-KIND PIC X(5).
              05 WS-WIP-E-KEY PIC X(10).
              05 WS-WIP-E-LIMIT PIC 9(3).
        01 WS-WIP-COUNT PIC 9(3) VALUE ZERO.
        01 WS-WIP-IDX PIC 9(3) VALUE ZERO.
        01 WS-WIP-FOUND-LIMIT PIC 9(3) VALUE ZERO.
        01 WS-WIP-DEFAULT-LIMIT PIC 9(3) VALUE ZERO.
        01 WS-WIP-EXACT PIC X.
        01 WS-LOOKUP-KIND PIC X(5).
        01 WS-LOOKUP-KEY PIC X(10).
        01 WS-TALLY-TABLE.
           03 WS-TL-ENTRY OCCURS 999 TIMES.
              05 WS-TL-KIND PIC X(5).
              05 WS-TL-KEY PIC X(10).
              05 WS-TL-PROG PIC 9(3).
              05 WS-TL-LIMIT PIC 9(3).
        01 WS-TL-COUNT PIC 9(4) VALUE ZERO.
        01 WS-TL-IDX PIC 9(4) VALUE ZERO.
        01 WS-TL-HIT PIC 9(4) VALUE ZERO.
        01 WS-BREACH-LINE.
           05 WS-BR-KIND PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BR-KEY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BR-FROM PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BR-TO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BR-MAX PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-BR-LIMIT PIC 9(3).
        01 WS-BREACH-TABLE.
           03 WS-BT-ENTRY OCCURS 999 TIMES.
              05 WS-BT-KIND PIC X(5).
              05 WS-BT-KEY PIC X(10).
              05 WS-BT-FROM PIC 9(8).
              05 WS-BT-TO PIC 9(8).
              05 WS-BT-MAX PIC 9(3).
              05 WS-BT-LIMIT PIC 9(3).
        01 WS-BT-COUNT PIC 9(4) VALUE ZERO.
        01 WS-BT-IDX PIC 9(4) VALUE ZERO.
        01 WS-BT-HIT PIC 9(4) VALUE ZERO.
        01 WS-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-OPENED-COUNT PIC 9(4) VALUE ZERO.
        01 WS-CLOSED-COUNT PIC 9(4) VALUE ZERO.
        01 WS-ONGOING-COUNT PIC 9(4) VALUE ZERO.
        01 WS-LISTED-COUNT PIC 9(4) VALUE ZERO.
        01 WS-TO-TEXT PIC X(8).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF
           MOVE SPACES TO WS-LIST-TEXT
           ACCEPT WS-LIST-TEXT FROM ENVIRONMENT "TODOWIP_LIST"
           IF FUNCTION UPPER-CASE(WS-LIST-TEXT) = 'YES'
              MOVE 'Y' TO WS-LIST-WANTED
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           IF FUNCTION MOD (WS-TODAY-INTEGER, 7) = 1
              MOVE 'Y' TO WS-LIST-WANTED
           END-IF
           COMPUTE WS-WEEK-START =
              FUNCTION DATE-OF-INTEGER (WS-TODAY-INTEGER - 7)
           COMPUTE WS-CUTOFF-DATE =
              FUNCTION DATE-OF-INTEGER (WS-TODAY-INTEGER - WS-KEEP-DAYS)

           PERFORM LOAD-WIP-LIMITS
           IF WS-WIP-COUNT = ZERO
              DISPLAY "TODOWIP: no limits in todowip.txt, nothing to do"
              GOBACK
           END-IF

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = '00'
              DISPLAY "TODOWIP: cannot open " WS-TDLIST-FILENAME
                 " status " WS-TDLIST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-IN-PROGRESS IN WS-TDLIST
                       PERFORM TALLY-PROG-ITEM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TDLIST

           PERFORM LOAD-BREACH-LOG
           PERFORM UPDATE-BREACHES
           PERFORM SAVE-BREACH-LOG
           IF WS-LIST-WANTED = 'Y'
              PERFORM PRINT-EXCEPTION-LISTING
           END-IF

           DISPLAY "TODOWIP: " WS-OPENED-COUNT " breach(es) opened, "
              WS-CLOSED-COUNT " closed, " WS-ONGOING-COUNT " ongoing"
           IF WS-SKIPPED > ZERO
              DISPLAY "TODOWIP: table full, " WS-SKIPPED
                 " entries not tracked"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       LOAD-WIP-LIMITS SECTION.
           MOVE ZERO TO WS-WIP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT WIP-FILE
           IF WS-WIP-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WIP-FILE INTO WS-WIP-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF (WS-WIP-KIND = 'OWNER' OR WS-WIP-KIND = 'CAT')
                             AND WS-WIP-KEY NOT = SPACES
                             AND WS-WIP-LIMIT IS NUMERIC
                             AND WS-WIP-COUNT < 200
                          ADD 1 TO WS-WIP-COUNT
                          MOVE WS-WIP-KIND
                            TO WS-WIP-E-KIND (WS-WIP-COUNT)
                          MOVE WS-WIP-KEY
                            TO WS-WIP-E-KEY (WS-WIP-COUNT)
                          MOVE WS-WIP-LIMIT
                            TO WS-WIP-E-LIMIT (WS-WIP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WIP-FILE
           END-IF
          EXIT.

       FIND-WIP-LIMIT SECTION.
           MOVE ZERO TO WS-WIP-FOUND-LIMIT
           MOVE ZERO TO WS-WIP-DEFAULT-LIMIT
           MOVE 'N' TO WS-WIP-EXACT
           PERFORM VARYING WS-WIP-IDX FROM 1 BY 1
                 UNTIL WS-WIP-IDX > WS-WIP-COUNT
              IF WS-WIP-E-KIND (WS-WIP-IDX) = WS-LOOKUP-KIND
                 IF WS-WIP-E-KEY (WS-WIP-IDX) = WS-LOOKUP-KEY
                    MOVE 'Y' TO WS-WIP-EXACT
                    MOVE WS-WIP-E-LIMIT (WS-WIP-IDX)
                      TO WS-WIP-FOUND-LIMIT
                 END-IF
                 IF WS-WIP-E-KEY (WS-WIP-IDX) = '*'
                    MOVE WS-WIP-E-LIMIT (WS-WIP-IDX)
                      TO WS-WIP-DEFAULT-LIMIT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-WIP-EXACT = 'N'
              MOVE WS-WIP-DEFAULT-LIMIT TO WS-WIP-FOUND-LIMIT
           END-IF
          EXIT.

       TALLY-PROG-ITEM SECTION.
           IF ITEM-OWNER IN WS-TDLIST NOT = SPACES
              MOVE 'OWNER' TO WS-LOOKUP-KIND
              MOVE ITEM-OWNER IN WS-TDLIST TO WS-LOOKUP-KEY
              PERFORM TALLY-ONE-KEY
           END-IF
           IF ITEM-CATEGORY IN WS-TDLIST NOT = SPACES
              MOVE 'CAT' TO WS-LOOKUP-KIND
              MOVE ITEM-CATEGORY IN WS-TDLIST TO WS-LOOKUP-KEY
              PERFORM TALLY-ONE-KEY
           END-IF
          EXIT.

       TALLY-ONE-KEY SECTION.
           MOVE ZERO TO WS-TL-HIT
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                 UNTIL WS-TL-IDX > WS-TL-COUNT
                    OR WS-TL-HIT > ZERO
              IF WS-TL-KIND (WS-TL-IDX) = WS-LOOKUP-KIND
                    AND WS-TL-KEY (WS-TL-IDX) = WS-LOOKUP-KEY
                 MOVE WS-TL-IDX TO WS-TL-HIT
              END-IF
           END-PERFORM
           IF WS-TL-HIT = ZERO
              IF WS-TL-COUNT < 999
                 ADD 1 TO WS-TL-COUNT
                 MOVE WS-TL-COUNT TO WS-TL-HIT
                 MOVE WS-LOOKUP-KIND TO WS-TL-KIND (WS-TL-HIT)
                 MOVE WS-LOOKUP-KEY TO WS-TL-KEY (WS-TL-HIT)
                 MOVE ZERO TO WS-TL-PROG (WS-TL-HIT)
                 PERFORM FIND-WIP-LIMIT
                 MOVE WS-WIP-FOUND-LIMIT TO WS-TL-LIMIT (WS-TL-HIT)
              ELSE
                 ADD 1 TO WS-SKIPPED
              END-IF
           END-IF
           IF WS-TL-HIT > ZERO AND WS-TL-PROG (WS-TL-HIT) < 999
              ADD 1 TO WS-TL-PROG (WS-TL-HIT)
           END-IF
          EXIT.

       LOAD-BREACH-LOG SECTION.
           MOVE ZERO TO WS-BT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT BREACH-FILE
           IF WS-BREACH-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ BREACH-FILE INTO WS-BREACH-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-BR-TO NOT = ZERO
                             AND WS-BR-TO < WS-CUTOFF-DATE
                          CONTINUE
                       ELSE
                          IF WS-BT-COUNT < 999
                             ADD 1 TO WS-BT-COUNT
                             MOVE WS-BR-KIND TO WS-BT-KIND (WS-BT-COUNT)
                             MOVE WS-BR-KEY TO WS-BT-KEY (WS-BT-COUNT)
                             MOVE WS-BR-FROM TO WS-BT-FROM (WS-BT-COUNT)
                             MOVE WS-BR-TO TO WS-BT-TO (WS-BT-COUNT)
                             MOVE WS-BR-MAX TO WS-BT-MAX (WS-BT-COUNT)
                             MOVE WS-BR-LIMIT
                               TO WS-BT-LIMIT (WS-BT-COUNT)
                          ELSE
                             ADD 1 TO WS-SKIPPED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BREACH-FILE
           END-IF
          EXIT.

       UPDATE-BREACHES SECTION.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                 UNTIL WS-BT-IDX > WS-BT-COUNT
              IF WS-BT-TO (WS-BT-IDX) = ZERO
                 MOVE WS-BT-KIND (WS-BT-IDX) TO WS-LOOKUP-KIND
                 MOVE WS-BT-KEY (WS-BT-IDX) TO WS-LOOKUP-KEY
                 PERFORM FIND-TALLY-ROW
                 IF WS-TL-HIT = ZERO
                    MOVE WS-TODAY-DATE TO WS-BT-TO (WS-BT-IDX)
                    ADD 1 TO WS-CLOSED-COUNT
                 ELSE
                    IF WS-TL-LIMIT (WS-TL-HIT) = ZERO
                          OR WS-TL-PROG (WS-TL-HIT)
                             NOT > WS-TL-LIMIT (WS-TL-HIT)
                       MOVE WS-TODAY-DATE TO WS-BT-TO (WS-BT-IDX)
                       ADD 1 TO WS-CLOSED-COUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                 UNTIL WS-TL-IDX > WS-TL-COUNT
              IF WS-TL-LIMIT (WS-TL-IDX) > ZERO
                    AND WS-TL-PROG (WS-TL-IDX) > WS-TL-LIMIT (WS-TL-IDX)
                 PERFORM RECORD-BREACH
              END-IF
           END-PERFORM
          EXIT.

       FIND-TALLY-ROW SECTION.
           MOVE ZERO TO WS-TL-HIT
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                 UNTIL WS-TL-IDX > WS-TL-COUNT
                    OR WS-TL-HIT > ZERO
              IF WS-TL-KIND (WS-TL-IDX) = WS-LOOKUP-KIND
                    AND WS-TL-KEY (WS-TL-IDX) = WS-LOOKUP-KEY
                 MOVE WS-TL-IDX TO WS-TL-HIT
              END-IF
           END-PERFORM
          EXIT.

       RECORD-BREACH SECTION.
           MOVE ZERO TO WS-BT-HIT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                 UNTIL WS-BT-IDX > WS-BT-COUNT
                    OR WS-BT-HIT > ZERO
              IF WS-BT-TO (WS-BT-IDX) = ZERO
                    AND WS-BT-KIND (WS-BT-IDX) = WS-TL-KIND (WS-TL-IDX)
                    AND WS-BT-KEY (WS-BT-IDX) = WS-TL-KEY (WS-TL-IDX)
                 MOVE WS-BT-IDX TO WS-BT-HIT
              END-IF
           END-PERFORM
           IF WS-BT-HIT = ZERO
              IF WS-BT-COUNT < 999
                 ADD 1 TO WS-BT-COUNT
                 MOVE WS-BT-COUNT TO WS-BT-HIT
                 MOVE WS-TL-KIND (WS-TL-IDX) TO WS-BT-KIND (WS-BT-HIT)
                 MOVE WS-TL-KEY (WS-TL-IDX) TO WS-BT-KEY (WS-BT-HIT)
                 MOVE WS-TODAY-DATE TO WS-BT-FROM (WS-BT-HIT)
                 MOVE ZERO TO WS-BT-TO (WS-BT-HIT)
                 MOVE ZERO TO WS-BT-MAX (WS-BT-HIT)
                 ADD 1 TO WS-OPENED-COUNT
              ELSE
                 ADD 1 TO WS-SKIPPED
              END-IF
           END-IF
           IF WS-BT-HIT > ZERO
              ADD 1 TO WS-ONGOING-COUNT
              IF WS-TL-PROG (WS-TL-IDX) > WS-BT-MAX (WS-BT-HIT)
                 MOVE WS-TL-PROG (WS-TL-IDX) TO WS-BT-MAX (WS-BT-HIT)
              END-IF
              MOVE WS-TL-LIMIT (WS-TL-IDX) TO WS-BT-LIMIT (WS-BT-HIT)
           END-IF
          EXIT.

       SAVE-BREACH-LOG SECTION.
           OPEN OUTPUT BREACH-FILE
           IF WS-BREACH-STATUS NOT = '00'
              DISPLAY "TODOWIP: cannot write todowipbr.txt status "
                 WS-BREACH-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                    UNTIL WS-BT-IDX > WS-BT-COUNT
                 MOVE WS-BT-KIND (WS-BT-IDX) TO WS-BR-KIND
                 MOVE WS-BT-KEY (WS-BT-IDX) TO WS-BR-KEY
                 MOVE WS-BT-FROM (WS-BT-IDX) TO WS-BR-FROM
                 MOVE WS-BT-TO (WS-BT-IDX) TO WS-BR-TO
                 MOVE WS-BT-MAX (WS-BT-IDX) TO WS-BR-MAX
                 MOVE WS-BT-LIMIT (WS-BT-IDX) TO WS-BR-LIMIT
                 WRITE BREACH-RECORD FROM WS-BREACH-LINE
              END-PERFORM
              CLOSE BREACH-FILE
           END-IF
          EXIT.

       PRINT-EXCEPTION-LISTING SECTION.
           DISPLAY "=================================================="
           DISPLAY "  WIP LIMIT EXCEPTIONS " WS-WEEK-START
              " - " WS-TODAY-DATE
           DISPLAY "=================================================="
           DISPLAY "Kind  Key         From      To        "
              "Max  Limit  Days"
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                 UNTIL WS-BT-IDX > WS-BT-COUNT
              IF WS-BT-TO (WS-BT-IDX) = ZERO
                    OR WS-BT-TO (WS-BT-IDX) > WS-WEEK-START
                 PERFORM PRINT-BREACH-LINE
              END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
              DISPLAY "  no limit was exceeded in this period"
           END-IF
           DISPLAY "=================================================="
          EXIT.

       PRINT-BREACH-LINE SECTION.
           ADD 1 TO WS-LISTED-COUNT
           IF WS-BT-TO (WS-BT-IDX) = ZERO
              MOVE 'ongoing' TO WS-TO-TEXT
              MOVE WS-TODAY-INTEGER TO WS-END-INTEGER
           ELSE
              MOVE WS-BT-TO (WS-BT-IDX) TO WS-TO-TEXT
              COMPUTE WS-END-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-BT-TO (WS-BT-IDX))
           END-IF
           COMPUTE WS-BREACH-DAYS = WS-END-INTEGER
              - FUNCTION INTEGER-OF-DATE (WS-BT-FROM (WS-BT-IDX))
           IF WS-BREACH-DAYS = ZERO
              MOVE 1 TO WS-BREACH-DAYS
           END-IF
           DISPLAY WS-BT-KIND (WS-BT-IDX) " "
              WS-BT-KEY (WS-BT-IDX) "  "
              WS-BT-FROM (WS-BT-IDX) "  "
              WS-TO-TEXT "  "
              WS-BT-MAX (WS-BT-IDX) "  "
              WS-BT-LIMIT (WS-BT-IDX) "    "
              WS-BREACH-DAYS
          EXIT.

       END PROGRAM TODOWIP.
