         SELECT NIGHT-LOG-FILE ASSIGN TO 'todonight.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NIGHT-LOG-STATUS.
         SELECT CATALOG-FILE ASSIGN TO 'todorptcat.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-STATUS.
         SELECT BACKUP-INDEX-FILE ASSIGN TO 'todobkidx.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BACKUP-INDEX-STATUS.
         SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD POLICY-FILE.
          01 HISTORY-RECORD PIC X(52).
          FD NIGHT-LOG-FILE.
          01 NIGHT-LOG-RECORD PIC X(80).
          FD CATALOG-FILE.
          01 CATALOG-RECORD PIC X(99).
          FD BACKUP-INDEX-FILE.
          01 BACKUP-INDEX-RECORD PIC X(80).
          FD MANIFEST-FILE.
          01 MANIFEST-RECORD PIC X(92).
       WORKING-STORAGE SECTION.
        01 WS-POLICY-STATUS PIC XX.
        01 WS-ARCH-INDEX-STATUS PIC XX.
        01 WS-AUDIT-INDEX-STATUS PIC XX.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-NIGHT-LOG-STATUS PIC XX.
        01 WS-CATALOG-STATUS PIC XX.
        01 WS-BACKUP-INDEX-STATUS PIC XX.
        01 WS-MANIFEST-STATUS PIC XX.
        01 WS-MANIFEST-FILENAME PIC X(80).
        01 WS-MANIFEST-EOF PIC X.
        01 WS-MANIFEST-LINE.
           05 WS-MFT-MEMBER PIC X(24).
           05 FILLER PIC X(68).
        01 WS-MEMBER-FILENAME PIC X(80).
        01 WS-DELETED-SETS PIC 9(3) VALUE ZERO.
        01 WS-EOF PIC X.
        01 WS-POLICY-EOF PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-ROW-COUNT PIC 9(4) VALUE ZERO.
        01 WS-ROW-IDX PIC 9(4) VALUE ZERO.
        01 WS-ROW-OVERFLOW PIC X VALUE 'N'.
        01 WS-CATALOG-LINE.
           COPY TODORPTREC.
        01 WS-CATALOG-TABLE.
           03 WS-CATALOG-ENTRY PIC X(99) OCCURS 999 TIMES.
        01 WS-CATALOG-OVERFLOW PIC X VALUE 'N'.
        01 WS-EXPIRED-ENTRIES PIC 9(3) VALUE ZERO.
        01 WS-HELD-FILES PIC 9(3) VALUE ZERO.
        COPY TODOHOLDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           DISPLAY "===================================="
           DISPLAY "Files deleted:       " WS-DELETED-FILES
           DISPLAY "Rows trimmed:        " WS-REMOVED-TOTAL
           DISPLAY "Files on hold:       " WS-HELD-FILES
           DISPLAY "Backup sets deleted: " WS-DELETED-SETS
           DISPLAY "===================================="
           GOBACK
          .
                 PERFORM TRIM-HISTORY-FILE
              WHEN 'NIGHTLOG'
                 PERFORM TRIM-NIGHT-LOG
              WHEN 'BACKUP'
                 PERFORM CLEAN-BACKUP-SETS
              WHEN OTHER
                 IF WS-POL-E-CLASS (WS-POLICY-IDX) (1:3) = 'RPT'
                    PERFORM EXPIRE-REPORT-CATALOG
                 ELSE
                    DISPLAY "  unknown file class, skipped"
                 END-IF
           END-EVALUATE
          EXIT.

           END-IF
           IF WS-ENTRY-DATE > ZERO
                 AND WS-ENTRY-DATE < WS-CUTOFF-DATE
              PERFORM CHECK-FILE-HOLD
              IF HOLD-IS-FOUND
                 MOVE 'N' TO WS-DELETE-OK
              ELSE
                 MOVE WS-INDEX-FILENAME TO WS-DELETE-NAME
                 PERFORM DELETE-ONE-FILE
              END-IF
              IF WS-DELETE-OK NOT = 'Y'
                 ADD 1 TO WS-KEEP-COUNT
                 MOVE WS-INDEX-ENTRY (WS-INDEX-IDX)
           END-IF
           IF WS-ENTRY-DATE > ZERO
                 AND WS-ENTRY-DATE < WS-CUTOFF-DATE
              PERFORM CHECK-FILE-HOLD
              IF HOLD-IS-FOUND
                 MOVE 'N' TO WS-DELETE-OK
              ELSE
                 MOVE WS-INDEX-FILENAME TO WS-DELETE-NAME
                 PERFORM DELETE-ONE-FILE
              END-IF
              IF WS-DELETE-OK NOT = 'Y'
                 ADD 1 TO WS-KEEP-COUNT
                 MOVE WS-INDEX-ENTRY (WS-INDEX-IDX)
                   TO WS-INDEX-ENTRY (WS-KEEP-COUNT)
              END-IF
           ELSE
              ADD 1 TO WS-KEEP-COUNT
              MOVE WS-INDEX-ENTRY (WS-INDEX-IDX)
                TO WS-INDEX-ENTRY (WS-KEEP-COUNT)
           END-IF
          EXIT.

       CLEAN-BACKUP-SETS SECTION.
           MOVE ZERO TO WS-INDEX-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT BACKUP-INDEX-FILE
           IF WS-BACKUP-INDEX-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ BACKUP-INDEX-FILE INTO WS-INDEX-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-INDEX-COUNT < 999
                          ADD 1 TO WS-INDEX-COUNT
                          MOVE WS-INDEX-LINE
                            TO WS-INDEX-ENTRY (WS-INDEX-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BACKUP-INDEX-FILE
           END-IF
           IF WS-INDEX-COUNT > ZERO
              MOVE ZERO TO WS-KEEP-COUNT
              PERFORM VARYING WS-INDEX-IDX FROM 1 BY 1
                    UNTIL WS-INDEX-IDX > WS-INDEX-COUNT
                 PERFORM CHECK-BACKUP-INDEX-ENTRY
              END-PERFORM
              OPEN OUTPUT BACKUP-INDEX-FILE
              PERFORM VARYING WS-INDEX-IDX FROM 1 BY 1
                    UNTIL WS-INDEX-IDX > WS-KEEP-COUNT
                 WRITE BACKUP-INDEX-RECORD
                    FROM WS-INDEX-ENTRY (WS-INDEX-IDX)
              END-PERFORM
              CLOSE BACKUP-INDEX-FILE
           END-IF
          EXIT.

       CHECK-BACKUP-INDEX-ENTRY SECTION.
           MOVE WS-INDEX-ENTRY (WS-INDEX-IDX) TO WS-INDEX-LINE
           MOVE SPACES TO WS-INDEX-FILENAME
           MOVE SPACES TO WS-INDEX-REST
           MOVE SPACES TO WS-ENTRY-DATE-TEXT
           UNSTRING WS-INDEX-LINE DELIMITED BY ' '
              INTO WS-INDEX-FILENAME WS-INDEX-REST
                   WS-ENTRY-DATE-TEXT
           END-UNSTRING
           MOVE ZERO TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE-TEXT (1:8) IS NUMERIC
              MOVE WS-ENTRY-DATE-TEXT (1:8) TO WS-ENTRY-DATE
           END-IF
           IF WS-ENTRY-DATE > ZERO
                 AND WS-ENTRY-DATE < WS-CUTOFF-DATE
                 AND WS-INDEX-IDX < WS-INDEX-COUNT
              PERFORM DELETE-BACKUP-SET
              IF WS-DELETE-OK NOT = 'Y'
                 ADD 1 TO WS-KEEP-COUNT
                 MOVE WS-INDEX-ENTRY (WS-INDEX-IDX)
           END-IF
          EXIT.

       DELETE-BACKUP-SET SECTION.
           MOVE 'N' TO WS-DELETE-OK
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING FUNCTION TRIM(WS-INDEX-FILENAME) '/todobackup.mft'
              DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           MOVE 'N' TO WS-MANIFEST-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
              PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
                 READ MANIFEST-FILE INTO WS-MANIFEST-LINE
                    AT END MOVE 'Y' TO WS-MANIFEST-EOF
                    NOT AT END
                       MOVE SPACES TO WS-MEMBER-FILENAME
                       STRING FUNCTION TRIM(WS-INDEX-FILENAME) '/'
                              FUNCTION TRIM(WS-MFT-MEMBER)
                          DELIMITED BY SIZE INTO WS-MEMBER-FILENAME
                       CALL "CBL_DELETE_FILE"
                          USING WS-MEMBER-FILENAME
                 END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
              CALL "CBL_DELETE_FILE" USING WS-MANIFEST-FILENAME
           END-IF
           CALL "CBL_DELETE_DIR" USING WS-INDEX-FILENAME
           IF RETURN-CODE = ZERO
              MOVE 'Y' TO WS-DELETE-OK
              ADD 1 TO WS-DELETED-SETS
              DISPLAY "  removed backup set "
                 FUNCTION TRIM(WS-INDEX-FILENAME)
           ELSE
              DISPLAY "  could not remove backup set "
                 FUNCTION TRIM(WS-INDEX-FILENAME)
                 ", index entry kept"
           END-IF
           MOVE ZERO TO RETURN-CODE
          EXIT.

       CHECK-FILE-HOLD SECTION.
           MOVE 'FILE' TO HOLD-FUNCTION
           MOVE 'TODOCLEAN' TO HOLD-CALLER
           MOVE WS-INDEX-FILENAME TO HOLD-TARGET
           CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
           IF HOLD-IS-FOUND
              ADD 1 TO WS-HELD-FILES
              DISPLAY "  kept file "
                 FUNCTION TRIM(WS-INDEX-FILENAME)
                 ", hold " FUNCTION TRIM(HOLD-REF)
           END-IF
          EXIT.

       DELETE-ONE-FILE SECTION.
           MOVE 'N' TO WS-DELETE-OK
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           END-IF
          EXIT.

       EXPIRE-REPORT-CATALOG SECTION.
           MOVE ZERO TO WS-INDEX-COUNT
           MOVE ZERO TO WS-EXPIRED-ENTRIES
           MOVE 'N' TO WS-CATALOG-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CATALOG-FILE INTO WS-CATALOG-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-INDEX-COUNT < 999
                          ADD 1 TO WS-INDEX-COUNT
                          MOVE WS-CATALOG-LINE
                            TO WS-CATALOG-ENTRY (WS-INDEX-COUNT)
                       ELSE
                          MOVE 'Y' TO WS-CATALOG-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATALOG-FILE
           END-IF
           IF WS-CATALOG-OVERFLOW = 'Y'
              DISPLAY "  todorptcat.txt exceeds the 999 entry work"
                 " table, left untouched"
              MOVE 4 TO RETURN-CODE
           ELSE
              IF WS-INDEX-COUNT > ZERO
                 MOVE ZERO TO WS-KEEP-COUNT
                 PERFORM VARYING WS-INDEX-IDX FROM 1 BY 1
                       UNTIL WS-INDEX-IDX > WS-INDEX-COUNT
                    PERFORM CHECK-CATALOG-ENTRY
                 END-PERFORM
                 IF WS-EXPIRED-ENTRIES > ZERO
                    OPEN OUTPUT CATALOG-FILE
                    PERFORM VARYING WS-INDEX-IDX FROM 1 BY 1
                          UNTIL WS-INDEX-IDX > WS-KEEP-COUNT
                       WRITE CATALOG-RECORD
                          FROM WS-CATALOG-ENTRY (WS-INDEX-IDX)
                    END-PERFORM
                    CLOSE CATALOG-FILE
                 END-IF
              END-IF
              DISPLAY "  expired " WS-EXPIRED-ENTRIES
                 " report catalogue entry(ies)"
           END-IF
          EXIT.

       CHECK-CATALOG-ENTRY SECTION.
           MOVE WS-CATALOG-ENTRY (WS-INDEX-IDX) TO WS-CATALOG-LINE
           MOVE ZERO TO WS-ENTRY-DATE
           IF RPT-RUN-DATE IS NUMERIC
              MOVE RPT-RUN-DATE TO WS-ENTRY-DATE
           END-IF
           IF RPT-RETENTION = WS-POL-E-CLASS (WS-POLICY-IDX)
                 AND WS-ENTRY-DATE > ZERO
                 AND WS-ENTRY-DATE < WS-CUTOFF-DATE
              MOVE RPT-FILE-NAME TO WS-DELETE-NAME
              PERFORM DELETE-ONE-FILE
              IF WS-DELETE-OK = 'Y'
                 ADD 1 TO WS-EXPIRED-ENTRIES
              ELSE
                 ADD 1 TO WS-KEEP-COUNT
                 MOVE WS-CATALOG-ENTRY (WS-INDEX-IDX)
                   TO WS-CATALOG-ENTRY (WS-KEEP-COUNT)
              END-IF
           ELSE
              ADD 1 TO WS-KEEP-COUNT
              MOVE WS-CATALOG-ENTRY (WS-INDEX-IDX)
                TO WS-CATALOG-ENTRY (WS-KEEP-COUNT)
           END-IF
          EXIT.

       KEEP-OR-TRIM-ROW SECTION.
           MOVE ZERO TO WS-ENTRY-DATE
           IF WS-INDEX-LINE (1:8) IS NUMERIC
