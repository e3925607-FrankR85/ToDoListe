       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOHOLDRPT.

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
         SELECT ARCH-INDEX-FILE ASSIGN TO 'todoarchidx.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCH-INDEX-STATUS.
         SELECT AUDIT-INDEX-FILE ASSIGN TO 'todoauditidx.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-INDEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD ARCH-INDEX-FILE.
          01 ARCH-INDEX-RECORD PIC X(80).
          FD AUDIT-INDEX-FILE.
          01 AUDIT-INDEX-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-ARCH-INDEX-STATUS PIC XX.
        01 WS-AUDIT-INDEX-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-TDLIST-OPEN PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-INDEX-LINE PIC X(80).
        01 WS-INDEX-FILENAME PIC X(40).
        01 WS-INDEX-WHERE PIC X(20).
        01 WS-HOLD-IDX PIC 9(3) VALUE ZERO.
        01 WS-HOLD-TOTAL PIC 9(3) VALUE ZERO.
        01 WS-ACTIVE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-LAPSED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ITEMS-PROTECTED PIC 9(5) VALUE ZERO.
        01 WS-FILES-PROTECTED PIC 9(3) VALUE ZERO.
        01 WS-HOLD-ITEMS PIC 9(5) VALUE ZERO.
        01 WS-FIND-KEY PIC X(10).
        01 WS-RELEASE-TEXT PIC X(16).
        COPY TODOHOLDP.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           MOVE 'ENTRY' TO HOLD-FUNCTION
           MOVE SPACES TO HOLD-CALLER
           MOVE ZERO TO HOLD-ENTRY-NO
           CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
           MOVE HOLD-ENTRY-COUNT TO WS-HOLD-TOTAL

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              MOVE 'Y' TO WS-TDLIST-OPEN
           END-IF

           DISPLAY "=================================================="
           DISPLAY "  TODOLIST LEGAL HOLDS - " WS-TODAY-DATE
           DISPLAY "=================================================="

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-TOTAL
              MOVE 'ENTRY' TO HOLD-FUNCTION
              MOVE WS-HOLD-IDX TO HOLD-ENTRY-NO
              CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
              IF HOLD-IS-ACTIVE
                 ADD 1 TO WS-ACTIVE-COUNT
                 PERFORM PRINT-ONE-HOLD
              ELSE
                 ADD 1 TO WS-LAPSED-COUNT
              END-IF
           END-PERFORM

           IF WS-TDLIST-OPEN = 'Y'
              CLOSE TDLIST
           END-IF

           IF WS-ACTIVE-COUNT = ZERO
              DISPLAY "No active legal holds."
           END-IF
           DISPLAY "=================================================="
           DISPLAY "Active holds:        " WS-ACTIVE-COUNT
           DISPLAY "Lapsed holds:        " WS-LAPSED-COUNT
           DISPLAY "Items protected:     " WS-ITEMS-PROTECTED
           DISPLAY "Files protected:     " WS-FILES-PROTECTED
           DISPLAY "=================================================="
           GOBACK
          .

       PRINT-ONE-HOLD SECTION.
           IF HOLD-RELEASE-DATE = ZERO
              MOVE 'until released' TO WS-RELEASE-TEXT
           ELSE
              MOVE SPACES TO WS-RELEASE-TEXT
              STRING 'through ' HOLD-RELEASE-DATE
                 DELIMITED BY SIZE INTO WS-RELEASE-TEXT
           END-IF
           DISPLAY " "
           DISPLAY "Hold " HOLD-REF " " HOLD-KIND " "
              FUNCTION TRIM(HOLD-TARGET)
           DISPLAY "  placed by " HOLD-SET-BY " on " HOLD-SET-DATE
              ", " WS-RELEASE-TEXT
           MOVE ZERO TO WS-HOLD-ITEMS
           EVALUATE TRUE
              WHEN HOLD-KIND-ITEM
                 PERFORM LIST-HELD-ITEM
              WHEN HOLD-KIND-OWNER
                 MOVE HOLD-TARGET TO WS-FIND-KEY
                 PERFORM LIST-HELD-OWNER-ITEMS
              WHEN HOLD-KIND-CATEGORY
                 MOVE HOLD-TARGET TO WS-FIND-KEY
                 PERFORM LIST-HELD-CATEGORY-ITEMS
              WHEN HOLD-KIND-ARCHIVE
                 PERFORM SHOW-HELD-ARCHIVE
           END-EVALUATE
           IF NOT HOLD-KIND-ARCHIVE
              IF WS-HOLD-ITEMS = ZERO
                 DISPLAY "  no items on file"
              ELSE
                 DISPLAY "  items covered: " WS-HOLD-ITEMS
              END-IF
           END-IF
          EXIT.

       LIST-HELD-ITEM SECTION.
           IF WS-TDLIST-OPEN = 'Y' AND HOLD-TARGET (1:5) IS NUMERIC
              MOVE HOLD-TARGET (1:5) TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM SHOW-HELD-ITEM
              END-READ
           END-IF
          EXIT.

       LIST-HELD-OWNER-ITEMS SECTION.
           MOVE 'N' TO WS-EOF
           IF WS-TDLIST-OPEN NOT = 'Y'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE WS-FIND-KEY TO ITEM-OWNER IN TDLIST-FILE
              START TDLIST KEY IS = ITEM-OWNER IN TDLIST-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-OWNER IN WS-TDLIST NOT = WS-FIND-KEY
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM SHOW-HELD-ITEM
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       LIST-HELD-CATEGORY-ITEMS SECTION.
           MOVE 'N' TO WS-EOF
           IF WS-TDLIST-OPEN NOT = 'Y'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE WS-FIND-KEY TO ITEM-CATEGORY IN TDLIST-FILE
              START TDLIST KEY IS = ITEM-CATEGORY IN TDLIST-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-CATEGORY IN WS-TDLIST NOT = WS-FIND-KEY
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM SHOW-HELD-ITEM
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       SHOW-HELD-ITEM SECTION.
           ADD 1 TO WS-HOLD-ITEMS
           ADD 1 TO WS-ITEMS-PROTECTED
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
           MOVE SPACES TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-MARKED
              MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-TDLIST
           END-IF
           DISPLAY "    ID " ITEM-ID IN WS-TDLIST " "
              ITEM-STATUS IN WS-TDLIST " "
              ITEM-OWNER IN WS-TDLIST " "
              ITEM-CONTENT IN WS-TDLIST
          EXIT.

       SHOW-HELD-ARCHIVE SECTION.
           MOVE SPACES TO WS-INDEX-WHERE
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCH-INDEX-FILE
           IF WS-ARCH-INDEX-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ARCH-INDEX-FILE INTO WS-INDEX-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM MATCH-INDEX-LINE
                       IF WS-INDEX-FILENAME = HOLD-TARGET
                          MOVE 'todoarchidx.txt' TO WS-INDEX-WHERE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCH-INDEX-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-AUDIT-INDEX-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-INDEX-FILE INTO WS-INDEX-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM MATCH-INDEX-LINE
                       IF WS-INDEX-FILENAME = HOLD-TARGET
                          MOVE 'todoauditidx.txt' TO WS-INDEX-WHERE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-INDEX-FILE
           END-IF
           IF WS-INDEX-WHERE = SPACES
              DISPLAY "  archive file no longer listed in any index"
           ELSE
              ADD 1 TO WS-FILES-PROTECTED
              DISPLAY "  archive file listed in "
                 FUNCTION TRIM(WS-INDEX-WHERE)
           END-IF
          EXIT.

       MATCH-INDEX-LINE SECTION.
           MOVE SPACES TO WS-INDEX-FILENAME
           UNSTRING WS-INDEX-LINE DELIMITED BY ' '
              INTO WS-INDEX-FILENAME
           END-UNSTRING
          EXIT.

       END PROGRAM TODOHOLDRPT.
