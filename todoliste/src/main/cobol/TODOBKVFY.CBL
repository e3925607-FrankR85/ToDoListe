       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOBKVFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN DYNAMIC WS-LIST-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID
            ALTERNATE RECORD KEY IS ITEM-OWNER WITH DUPLICATES
            ALTERNATE RECORD KEY IS ITEM-CATEGORY WITH DUPLICATES
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WORK-KEY
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORK-STATUS.
         SELECT WORKTOT-FILE ASSIGN DYNAMIC WS-WORKTOT-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TOT-ITEM-ID
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORKTOT-STATUS.
         SELECT SOURCE-FILE ASSIGN DYNAMIC WS-SOURCE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOURCE-STATUS.
         SELECT TARGET-FILE ASSIGN DYNAMIC WS-TARGET-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TARGET-STATUS.
         SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-STATUS.
         SELECT BACKUP-INDEX-FILE ASSIGN TO 'todobkidx.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BACKUP-INDEX-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD WORK-FILE.
          01 WORK-FILE-REC.
             COPY TDWORKREC.
          FD WORKTOT-FILE.
          01 WORKTOT-REC.
             05 TOT-ITEM-ID PIC 9(5).
             05 TOT-MINUTES PIC 9(7).
          FD SOURCE-FILE.
          01 SOURCE-RECORD PIC X(1100).
          FD TARGET-FILE.
          01 TARGET-RECORD PIC X(1100).
          FD MANIFEST-FILE.
          01 MANIFEST-RECORD PIC X(92).
          FD BACKUP-INDEX-FILE.
          01 BACKUP-INDEX-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-WORKTOT-STATUS PIC XX.
        01 WS-SOURCE-STATUS PIC XX.
        01 WS-TARGET-STATUS PIC XX.
        01 WS-MANIFEST-STATUS PIC XX.
        01 WS-BACKUP-INDEX-STATUS PIC XX.
        01 WS-LIST-FILENAME PIC X(80).
        01 WS-WORK-FILENAME PIC X(80).
        01 WS-WORKTOT-FILENAME PIC X(80).
        01 WS-SOURCE-FILENAME PIC X(80).
        01 WS-TARGET-FILENAME PIC X(80).
        01 WS-MANIFEST-FILENAME PIC X(80).
        01 WS-SET-PATH PIC X(40).
        01 WS-SCRATCH-DIR PIC X(40).
        01 WS-RESTORE-NAME PIC X(24).
        01 WS-EOF PIC X.
        01 WS-MANIFEST-EOF PIC X VALUE 'N'.
        01 WS-INDEX-EOF PIC X VALUE 'N'.
        01 WS-INDEX-LINE PIC X(80).
        01 WS-LAST-INDEX-LINE PIC X(80) VALUE SPACES.
        01 WS-MANIFEST-LINE.
           05 WS-MFT-MEMBER PIC X(24).
           05 FILLER PIC X.
           05 WS-MFT-KIND PIC X.
           05 FILLER PIC X.
           05 WS-MFT-STATE PIC X(6).
           05 FILLER PIC X.
           05 WS-MFT-COUNT PIC 9(7).
           05 FILLER PIC X.
           05 WS-MFT-HASH PIC 9(8).
           05 FILLER PIC X.
           05 WS-MFT-SOURCE PIC X(40).
        01 WS-COPY-LINE PIC X(1100).
        01 WS-COPY-LEN PIC 9(4).
        01 WS-HASH-WORK PIC 9(12) COMP.
        01 WS-HASH-IDX PIC 9(4).
        01 WS-MEMBER-RECORDS PIC 9(7).
        01 WS-RESTORED-RECORDS PIC 9(7).
        01 WS-MEMBER-OK PIC X.
        01 WS-RESTORED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ABSENT-COUNT PIC 9(3) VALUE ZERO.
        01 WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.
        01 WS-RECORD-TOTAL PIC 9(9) VALUE ZERO.
        01 WS-HOME-DIR PIC X(256).
        01 WS-HOME-DIR-LEN PIC 9(9) COMP-5 VALUE 256.
        01 WS-HOME-DIR-FLAGS PIC 9(9) COMP-5 VALUE ZERO.
        01 WS-SAVED-LIST-FILE PIC X(80).
        01 WS-SAVED-XREF-MODE PIC X(80).
        01 WS-SAVED-REPAIR PIC X(80).
        01 WS-CALL-NAME PIC X(10).
        01 WS-STEP-RC PIC S9(4) VALUE ZERO.
        01 WS-CHECK-RC PIC 9(4) VALUE ZERO.
        01 WS-XREF-RC PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-SET-PATH
           ACCEPT WS-SET-PATH FROM ENVIRONMENT "TODOBKVFY_SET"
           IF WS-SET-PATH = SPACES
              PERFORM FIND-LATEST-SET
           END-IF
           IF WS-SET-PATH = SPACES
              DISPLAY "TODOBKVFY: no backup set recorded in"
                 " todobkidx.txt"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WS-SCRATCH-DIR
           ACCEPT WS-SCRATCH-DIR FROM ENVIRONMENT "TODOBKVFY_DIR"
           IF WS-SCRATCH-DIR = SPACES
              MOVE 'todobkvfy' TO WS-SCRATCH-DIR
           END-IF

           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING FUNCTION TRIM(WS-SET-PATH) '/todobackup.mft'
              DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
              DISPLAY "TODOBKVFY: cannot open "
                 FUNCTION TRIM(WS-MANIFEST-FILENAME)
                 ", status " WS-MANIFEST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           CALL "CBL_CREATE_DIR" USING WS-SCRATCH-DIR
           MOVE ZERO TO RETURN-CODE

           DISPLAY "=================================================="
           DISPLAY "  TODOBKVFY BACKUP SET VERIFICATION"
           DISPLAY "=================================================="
           DISPLAY "  Set:     " FUNCTION TRIM(WS-SET-PATH)
           DISPLAY "  Scratch: " FUNCTION TRIM(WS-SCRATCH-DIR)
           PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
              READ MANIFEST-FILE INTO WS-MANIFEST-LINE
                 AT END MOVE 'Y' TO WS-MANIFEST-EOF
                 NOT AT END
                    PERFORM RESTORE-ONE-MEMBER
              END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE

           PERFORM RUN-SCRATCH-CHECKS

           DISPLAY "--------------------------------------------------"
           DISPLAY "  Files restored:   " WS-RESTORED-COUNT
              "   Records: " WS-RECORD-TOTAL
           DISPLAY "  Files not in set: " WS-ABSENT-COUNT
           DISPLAY "  Mismatches:       " WS-MISMATCH-COUNT
           DISPLAY "  TODOCHECK rc:     " WS-CHECK-RC
           DISPLAY "  TODOXREF rc:      " WS-XREF-RC
           DISPLAY "=================================================="
           EVALUATE TRUE
              WHEN WS-MISMATCH-COUNT > ZERO
                 DISPLAY "TODOBKVFY: set " FUNCTION TRIM(WS-SET-PATH)
                    " NOT verified, restore is incomplete"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CHECK-RC NOT = ZERO
                 OR WS-XREF-RC NOT = ZERO
                 DISPLAY "TODOBKVFY: set " FUNCTION TRIM(WS-SET-PATH)
                    " restored, integrity checks reported findings"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "TODOBKVFY: set " FUNCTION TRIM(WS-SET-PATH)
                    " verified"
                 MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

       FIND-LATEST-SET SECTION.
           OPEN INPUT BACKUP-INDEX-FILE
           IF WS-BACKUP-INDEX-STATUS = '00'
              PERFORM UNTIL WS-INDEX-EOF = 'Y'
                 READ BACKUP-INDEX-FILE INTO WS-INDEX-LINE
                    AT END MOVE 'Y' TO WS-INDEX-EOF
                    NOT AT END
                       IF WS-INDEX-LINE NOT = SPACES
                          MOVE WS-INDEX-LINE TO WS-LAST-INDEX-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BACKUP-INDEX-FILE
           END-IF
           IF WS-LAST-INDEX-LINE NOT = SPACES
              UNSTRING WS-LAST-INDEX-LINE DELIMITED BY ' '
                 INTO WS-SET-PATH
              END-UNSTRING
           END-IF
          EXIT.

       RESTORE-ONE-MEMBER SECTION.
           EVALUATE WS-MFT-KIND
              WHEN 'L'
                 MOVE 'todolist.txt' TO WS-RESTORE-NAME
              WHEN 'W'
                 MOVE 'todowork.idx' TO WS-RESTORE-NAME
              WHEN 'T'
                 MOVE 'todowtot.idx' TO WS-RESTORE-NAME
              WHEN OTHER
                 MOVE WS-MFT-MEMBER TO WS-RESTORE-NAME
           END-EVALUATE
           MOVE SPACES TO WS-TARGET-FILENAME
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) '/'
                  FUNCTION TRIM(WS-RESTORE-NAME)
              DELIMITED BY SIZE INTO WS-TARGET-FILENAME

           EVALUATE WS-MFT-STATE
              WHEN 'ABSENT'
                 CALL "CBL_DELETE_FILE" USING WS-TARGET-FILENAME
                 MOVE ZERO TO RETURN-CODE
                 ADD 1 TO WS-ABSENT-COUNT
                 IF WS-MFT-KIND = 'L'
                    ADD 1 TO WS-MISMATCH-COUNT
                    DISPLAY "  " WS-MFT-MEMBER
                       " list file was not present at backup"
                 END-IF
              WHEN 'COPIED'
                 PERFORM RESTORE-COPIED-MEMBER
              WHEN OTHER
                 ADD 1 TO WS-MISMATCH-COUNT
                 DISPLAY "  " WS-MFT-MEMBER
                    " was not copied when the set was taken"
           END-EVALUATE
          EXIT.

       RESTORE-COPIED-MEMBER SECTION.
           MOVE 'Y' TO WS-MEMBER-OK
           MOVE ZERO TO WS-MEMBER-RECORDS
           MOVE ZERO TO WS-RESTORED-RECORDS
           MOVE ZERO TO WS-HASH-WORK
           MOVE SPACES TO WS-SOURCE-FILENAME
           STRING FUNCTION TRIM(WS-SET-PATH) '/'
                  FUNCTION TRIM(WS-MFT-MEMBER)
              DELIMITED BY SIZE INTO WS-SOURCE-FILENAME
           OPEN INPUT SOURCE-FILE
           IF WS-SOURCE-STATUS NOT = '00'
              ADD 1 TO WS-MISMATCH-COUNT
              DISPLAY "  " WS-MFT-MEMBER " missing from the set,"
                 " status " WS-SOURCE-STATUS
           ELSE
              PERFORM OPEN-RESTORE-TARGET
              IF WS-MEMBER-OK = 'Y'
                 MOVE 'N' TO WS-EOF
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ SOURCE-FILE INTO WS-COPY-LINE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          PERFORM RESTORE-ONE-RECORD
                    END-READ
                 END-PERFORM
                 PERFORM CLOSE-RESTORE-TARGET
              END-IF
              CLOSE SOURCE-FILE
              PERFORM COMPARE-WITH-MANIFEST
           END-IF
          EXIT.

       OPEN-RESTORE-TARGET SECTION.
           EVALUATE WS-MFT-KIND
              WHEN 'L'
              WHEN 'X'
                 MOVE WS-TARGET-FILENAME TO WS-LIST-FILENAME
                 OPEN OUTPUT TDLIST
                 MOVE WS-TDLIST-STATUS TO WS-TARGET-STATUS
              WHEN 'W'
                 MOVE WS-TARGET-FILENAME TO WS-WORK-FILENAME
                 OPEN OUTPUT WORK-FILE
                 MOVE WS-WORK-STATUS TO WS-TARGET-STATUS
              WHEN 'T'
                 MOVE WS-TARGET-FILENAME TO WS-WORKTOT-FILENAME
                 OPEN OUTPUT WORKTOT-FILE
                 MOVE WS-WORKTOT-STATUS TO WS-TARGET-STATUS
              WHEN OTHER
                 OPEN OUTPUT TARGET-FILE
           END-EVALUATE
           IF WS-TARGET-STATUS NOT = '00'
              MOVE 'N' TO WS-MEMBER-OK
              DISPLAY "  cannot write "
                 FUNCTION TRIM(WS-TARGET-FILENAME)
                 ", status " WS-TARGET-STATUS
           END-IF
          EXIT.

       RESTORE-ONE-RECORD SECTION.
           ADD 1 TO WS-MEMBER-RECORDS
           COMPUTE WS-COPY-LEN =
              FUNCTION LENGTH (FUNCTION TRIM (WS-COPY-LINE TRAILING))
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                 UNTIL WS-HASH-IDX > WS-COPY-LEN
              COMPUTE WS-HASH-WORK =
                 FUNCTION MOD (WS-HASH-WORK * 31
                    + FUNCTION ORD (WS-COPY-LINE (WS-HASH-IDX:1)),
                    99999989)
           END-PERFORM
           EVALUATE WS-MFT-KIND
              WHEN 'L'
              WHEN 'X'
                 MOVE WS-COPY-LINE TO TDLIST-FILE
                 WRITE TDLIST-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-RESTORED-RECORDS
                 END-WRITE
              WHEN 'W'
                 MOVE WS-COPY-LINE TO WORK-FILE-REC
                 WRITE WORK-FILE-REC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-RESTORED-RECORDS
                 END-WRITE
              WHEN 'T'
                 MOVE WS-COPY-LINE TO WORKTOT-REC
                 WRITE WORKTOT-REC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-RESTORED-RECORDS
                 END-WRITE
              WHEN OTHER
                 WRITE TARGET-RECORD FROM WS-COPY-LINE
                 IF WS-TARGET-STATUS = '00'
                    ADD 1 TO WS-RESTORED-RECORDS
                 END-IF
           END-EVALUATE
          EXIT.

       CLOSE-RESTORE-TARGET SECTION.
           EVALUATE WS-MFT-KIND
              WHEN 'L'
              WHEN 'X'
                 CLOSE TDLIST
              WHEN 'W'
                 CLOSE WORK-FILE
              WHEN 'T'
                 CLOSE WORKTOT-FILE
              WHEN OTHER
                 CLOSE TARGET-FILE
           END-EVALUATE
          EXIT.

       COMPARE-WITH-MANIFEST SECTION.
           IF WS-MEMBER-RECORDS NOT = WS-MFT-COUNT
              MOVE 'N' TO WS-MEMBER-OK
              DISPLAY "  " WS-MFT-MEMBER " holds " WS-MEMBER-RECORDS
                 " record(s), manifest says " WS-MFT-COUNT
           ELSE
              IF WS-HASH-WORK NOT = WS-MFT-HASH
                 MOVE 'N' TO WS-MEMBER-OK
                 DISPLAY "  " WS-MFT-MEMBER
                    " hash total differs from the manifest"
              END-IF
           END-IF
           IF WS-RESTORED-RECORDS NOT = WS-MEMBER-RECORDS
              MOVE 'N' TO WS-MEMBER-OK
              DISPLAY "  " WS-MFT-MEMBER " restored "
                 WS-RESTORED-RECORDS " of " WS-MEMBER-RECORDS
                 " record(s)"
           END-IF
           IF WS-MEMBER-OK = 'Y'
              ADD 1 TO WS-RESTORED-COUNT
              ADD WS-RESTORED-RECORDS TO WS-RECORD-TOTAL
           ELSE
              ADD 1 TO WS-MISMATCH-COUNT
           END-IF
          EXIT.

       RUN-SCRATCH-CHECKS SECTION.
           MOVE SPACES TO WS-HOME-DIR
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE WS-HOME-DIR-FLAGS
              BY VALUE WS-HOME-DIR-LEN
              BY REFERENCE WS-HOME-DIR
           IF RETURN-CODE NOT = ZERO
              DISPLAY "TODOBKVFY: current directory not available,"
                 " integrity checks skipped"
              MOVE ZERO TO RETURN-CODE
              MOVE 8 TO WS-CHECK-RC
              MOVE 8 TO WS-XREF-RC
           ELSE
              CALL "CBL_CHANGE_DIR" USING WS-SCRATCH-DIR
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "TODOBKVFY: cannot change to "
                    FUNCTION TRIM(WS-SCRATCH-DIR)
                    ", integrity checks skipped"
                 MOVE ZERO TO RETURN-CODE
                 MOVE 8 TO WS-CHECK-RC
                 MOVE 8 TO WS-XREF-RC
              ELSE
                 PERFORM SAVE-CHECK-ENVIRONMENT
                 SET ENVIRONMENT "TODOLIST_FILE" TO 'todolist.txt'
                 SET ENVIRONMENT "TODOXREF_MODE" TO 'REPORT'
                 SET ENVIRONMENT "TODOLIST_REPAIR" TO 'NO'
                 MOVE 'TODOCHECK' TO WS-CALL-NAME
                 PERFORM CALL-CHECK-PROGRAM
                 MOVE WS-STEP-RC TO WS-CHECK-RC
                 MOVE 'TODOXREF' TO WS-CALL-NAME
                 PERFORM CALL-CHECK-PROGRAM
                 MOVE WS-STEP-RC TO WS-XREF-RC
                 PERFORM RESTORE-CHECK-ENVIRONMENT
                 CALL "CBL_CHANGE_DIR" USING WS-HOME-DIR
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF
          EXIT.

       CALL-CHECK-PROGRAM SECTION.
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO WS-STEP-RC
           CALL WS-CALL-NAME
              ON EXCEPTION
                 MOVE 16 TO WS-STEP-RC
           END-CALL
           IF WS-STEP-RC = ZERO
              MOVE RETURN-CODE TO WS-STEP-RC
           END-IF
           MOVE ZERO TO RETURN-CODE
          EXIT.

       SAVE-CHECK-ENVIRONMENT SECTION.
           MOVE SPACES TO WS-SAVED-LIST-FILE
           ACCEPT WS-SAVED-LIST-FILE FROM ENVIRONMENT "TODOLIST_FILE"
           MOVE SPACES TO WS-SAVED-XREF-MODE
           ACCEPT WS-SAVED-XREF-MODE FROM ENVIRONMENT "TODOXREF_MODE"
           MOVE SPACES TO WS-SAVED-REPAIR
           ACCEPT WS-SAVED-REPAIR FROM ENVIRONMENT "TODOLIST_REPAIR"
          EXIT.

       RESTORE-CHECK-ENVIRONMENT SECTION.
           SET ENVIRONMENT "TODOLIST_FILE"
              TO FUNCTION TRIM(WS-SAVED-LIST-FILE)
           SET ENVIRONMENT "TODOXREF_MODE"
              TO FUNCTION TRIM(WS-SAVED-XREF-MODE)
           SET ENVIRONMENT "TODOLIST_REPAIR"
              TO FUNCTION TRIM(WS-SAVED-REPAIR)
          EXIT.

       END PROGRAM TODOBKVFY.
