       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOBACKUP.

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
         SELECT WORK-FILE ASSIGN TO 'todowork.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WORK-KEY
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORK-STATUS.
         SELECT WORKTOT-FILE ASSIGN TO 'todowtot.idx'
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
         SELECT CONFIG-FILE ASSIGN TO 'todolists.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIG-STATUS.
         SELECT BACKUP-INDEX-FILE ASSIGN TO 'todobkidx.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BACKUP-INDEX-STATUS.
         SELECT MAINT-FILE ASSIGN TO 'todomaint.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAINT-STATUS.
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
          FD CONFIG-FILE.
          01 CONFIG-RECORD PIC X(51).
          FD BACKUP-INDEX-FILE.
          01 BACKUP-INDEX-RECORD PIC X(80).
          FD MAINT-FILE.
          01 MAINT-FILE-RECORD PIC X(28).
       WORKING-STORAGE SECTION.
        01 WS-MAINT-STATUS PIC XX.
        01 WS-MAINT-NAME PIC X(20) VALUE 'todomaint.txt'.
        01 WS-MAINT-DATETIME PIC X(21).
        01 WS-MAINT-RECORD.
           05 WS-MAINT-FLAG PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-MAINT-SET-BY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MAINT-STAMP PIC X(15).
        01 WS-MAINT-OWNED PIC X VALUE 'N'.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-WORKTOT-STATUS PIC XX.
        01 WS-SOURCE-STATUS PIC XX.
        01 WS-TARGET-STATUS PIC XX.
        01 WS-MANIFEST-STATUS PIC XX.
        01 WS-CONFIG-STATUS PIC XX.
        01 WS-BACKUP-INDEX-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-LIST-FILENAME PIC X(40).
        01 WS-SOURCE-FILENAME PIC X(40).
        01 WS-TARGET-FILENAME PIC X(80).
        01 WS-MANIFEST-FILENAME PIC X(80).
        01 WS-BACKUP-DIR PIC X(40).
        01 WS-SET-NAME PIC X(22).
        01 WS-SET-PATH PIC X(40).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-EOF PIC X.
        01 WS-CONFIG-EOF PIC X VALUE 'N'.
        01 WS-CONFIG-LINE.
           05 WS-CFG-TAG PIC X(10).
           05 FILLER PIC X.
           05 WS-CFG-FILE PIC X(40).
        01 WS-BACKUP-FILE-TABLE.
           05 FILLER PIC X(16) VALUE 'todoabs.txt'.
           05 FILLER PIC X(16) VALUE 'todoadhoc.txt'.
           05 FILLER PIC X(16) VALUE 'todoappr.txt'.
           05 FILLER PIC X(16) VALUE 'todoarchidx.txt'.
           05 FILLER PIC X(16) VALUE 'todoaudit.chk'.
           05 FILLER PIC X(16) VALUE 'todoaudit.txt'.
           05 FILLER PIC X(16) VALUE 'todoauditidx.txt'.
           05 FILLER PIC X(16) VALUE 'todobillctl.txt'.
           05 FILLER PIC X(16) VALUE 'todocal.txt'.
           05 FILLER PIC X(16) VALUE 'todocap.txt'.
           05 FILLER PIC X(16) VALUE 'todocatmst.txt'.
           05 FILLER PIC X(16) VALUE 'todoconf.txt'.
           05 FILLER PIC X(16) VALUE 'todoconfrd.txt'.
           05 FILLER PIC X(16) VALUE 'todocontact.txt'.
           05 FILLER PIC X(16) VALUE 'todocount.txt'.
           05 FILLER PIC X(16) VALUE 'tododeleg.txt'.
           05 FILLER PIC X(16) VALUE 'tododeliv.txt'.
           05 FILLER PIC X(16) VALUE 'tododeps.txt'.
           05 FILLER PIC X(16) VALUE 'todoest.txt'.
           05 FILLER PIC X(16) VALUE 'todofeed.txt'.
           05 FILLER PIC X(16) VALUE 'todofeedcon.txt'.
           05 FILLER PIC X(16) VALUE 'todofeedctl.txt'.
           05 FILLER PIC X(16) VALUE 'todohist.txt'.
           05 FILLER PIC X(16) VALUE 'todohold.txt'.
           05 FILLER PIC X(16) VALUE 'todoholdskp.txt'.
           05 FILLER PIC X(16) VALUE 'todoicalin.idx'.
           05 FILLER PIC X(16) VALUE 'todointfctl.txt'.
           05 FILLER PIC X(16) VALUE 'todojrnl.txt'.
           05 FILLER PIC X(16) VALUE 'todolists.cfg'.
           05 FILLER PIC X(16) VALUE 'todolock.txt'.
           05 FILLER PIC X(16) VALUE 'todomile.txt'.
           05 FILLER PIC X(16) VALUE 'todomsgs.txt'.
           05 FILLER PIC X(16) VALUE 'todonotes.txt'.
           05 FILLER PIC X(16) VALUE 'todoorg.txt'.
           05 FILLER PIC X(16) VALUE 'todopend.txt'.
           05 FILLER PIC X(16) VALUE 'todoperiod.txt'.
           05 FILLER PIC X(16) VALUE 'todopolicy.txt'.
           05 FILLER PIC X(16) VALUE 'todopool.txt'.
           05 FILLER PIC X(16) VALUE 'todoprjitm.txt'.
           05 FILLER PIC X(16) VALUE 'todoproj.txt'.
           05 FILLER PIC X(16) VALUE 'todoqual.txt'.
           05 FILLER PIC X(16) VALUE 'todorate.txt'.
           05 FILLER PIC X(16) VALUE 'todorecat.txt'.
           05 FILLER PIC X(16) VALUE 'todoreorg.map'.
           05 FILLER PIC X(16) VALUE 'todoreorg.old'.
           05 FILLER PIC X(16) VALUE 'todorptcat.txt'.
           05 FILLER PIC X(16) VALUE 'todorptsub.txt'.
           05 FILLER PIC X(16) VALUE 'todortok.txt'.
           05 FILLER PIC X(16) VALUE 'todorunhist.txt'.
           05 FILLER PIC X(16) VALUE 'todoseq.txt'.
           05 FILLER PIC X(16) VALUE 'todosignin.txt'.
           05 FILLER PIC X(16) VALUE 'todotickl.txt'.
           05 FILLER PIC X(16) VALUE 'todotmpl.txt'.
           05 FILLER PIC X(16) VALUE 'todourgw.txt'.
           05 FILLER PIC X(16) VALUE 'todousers.txt'.
           05 FILLER PIC X(16) VALUE 'todoviews.txt'.
           05 FILLER PIC X(16) VALUE 'todowatch.txt'.
           05 FILLER PIC X(16) VALUE 'todowip.txt'.
           05 FILLER PIC X(16) VALUE 'todowipbr.txt'.
           05 FILLER PIC X(16) VALUE 'todoworkack.txt'.
           05 FILLER PIC X(16) VALUE 'todoxfer.txt'.
        01 WS-BACKUP-FILE-NAMES REDEFINES WS-BACKUP-FILE-TABLE.
           05 WS-BACKUP-FILE PIC X(16) OCCURS 61 TIMES.
        01 WS-BACKUP-FILE-COUNT PIC 9(2) VALUE 61.
        01 WS-BACKUP-FILE-IDX PIC 9(2) VALUE ZERO.
        01 WS-MANIFEST-LINE.
           05 WS-MFT-MEMBER PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MFT-KIND PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-MFT-STATE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MFT-COUNT PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MFT-HASH PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MFT-SOURCE PIC X(40).
        01 WS-COPY-LINE PIC X(1100).
        01 WS-COPY-LEN PIC 9(4).
        01 WS-HASH-WORK PIC 9(12) COMP.
        01 WS-HASH-IDX PIC 9(4).
        01 WS-MEMBER-RECORDS PIC 9(7).
        01 WS-COPIED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ABSENT-COUNT PIC 9(3) VALUE ZERO.
        01 WS-FAILED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-RECORD-TOTAL PIC 9(9) VALUE ZERO.
        01 WS-BACKUP-INDEX-LINE PIC X(80).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-BACKUP-DIR
           ACCEPT WS-BACKUP-DIR FROM ENVIRONMENT "TODOBACKUP_DIR"
           IF WS-BACKUP-DIR = SPACES
              MOVE 'todobackup' TO WS-BACKUP-DIR
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-BACKUP-DIR)) > 17
              DISPLAY "TODOBACKUP: TODOBACKUP_DIR "
                 FUNCTION TRIM(WS-BACKUP-DIR)
                 " longer than 17 characters"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM TAKE-MAINT-SWITCH
           PERFORM CREATE-BACKUP-SET
           IF WS-SET-PATH = SPACES
              PERFORM RELEASE-MAINT-SWITCH
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
              DISPLAY "TODOBACKUP: cannot write "
                 FUNCTION TRIM(WS-MANIFEST-FILENAME)
                 ", status " WS-MANIFEST-STATUS
              PERFORM RELEASE-MAINT-SWITCH
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE 'todolist.txt' TO WS-MFT-MEMBER
           MOVE 'L' TO WS-MFT-KIND
           MOVE WS-TDLIST-FILENAME TO WS-MFT-SOURCE
           MOVE WS-TDLIST-FILENAME TO WS-LIST-FILENAME
           PERFORM BACKUP-LIST-FILE
           PERFORM BACKUP-EXTRA-LISTS
           PERFORM BACKUP-WORK-FILE
           PERFORM BACKUP-WORKTOT-FILE
           PERFORM VARYING WS-BACKUP-FILE-IDX FROM 1 BY 1
                 UNTIL WS-BACKUP-FILE-IDX > WS-BACKUP-FILE-COUNT
              PERFORM BACKUP-SEQUENTIAL-FILE
           END-PERFORM
           CLOSE MANIFEST-FILE

           IF WS-FAILED-COUNT = ZERO
              PERFORM RECORD-BACKUP-SET
           END-IF
           PERFORM RELEASE-MAINT-SWITCH

           DISPLAY "TODOBACKUP: set " FUNCTION TRIM(WS-SET-PATH)
           DISPLAY "TODOBACKUP: " WS-COPIED-COUNT " file(s), "
              WS-RECORD-TOTAL " record(s) copied, "
              WS-ABSENT-COUNT " file(s) not present"
           IF WS-FAILED-COUNT > ZERO
              DISPLAY "TODOBACKUP: " WS-FAILED-COUNT
                 " file(s) could not be copied,"
                 " set not entered in todobkidx.txt"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
          .

       TAKE-MAINT-SWITCH SECTION.
           MOVE 'N' TO WS-MAINT-OWNED
           MOVE SPACES TO WS-MAINT-RECORD
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS = '00'
              READ MAINT-FILE INTO WS-MAINT-RECORD
                 AT END MOVE SPACES TO WS-MAINT-RECORD
              END-READ
              CLOSE MAINT-FILE
           END-IF
           IF WS-MAINT-FLAG = 'Y'
              DISPLAY "TODOBACKUP: maintenance mode already set by "
                 FUNCTION TRIM(WS-MAINT-SET-BY)
                 ", left in place"
           ELSE
              PERFORM SET-MAINT-SWITCH
              MOVE 'Y' TO WS-MAINT-OWNED
           END-IF
          EXIT.

       RELEASE-MAINT-SWITCH SECTION.
           IF WS-MAINT-OWNED = 'Y'
              PERFORM CLEAR-MAINT-SWITCH
              MOVE 'N' TO WS-MAINT-OWNED
           END-IF
          EXIT.

       CREATE-BACKUP-SET SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-SET-NAME
           STRING 'todobk-' WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-SET-NAME
           MOVE SPACES TO WS-SET-PATH
           STRING FUNCTION TRIM(WS-BACKUP-DIR) '/' WS-SET-NAME
              DELIMITED BY SIZE INTO WS-SET-PATH
           CALL "CBL_CREATE_DIR" USING WS-BACKUP-DIR
           CALL "CBL_CREATE_DIR" USING WS-SET-PATH
           IF RETURN-CODE NOT = ZERO
              DISPLAY "TODOBACKUP: cannot create set directory "
                 FUNCTION TRIM(WS-SET-PATH)
              MOVE SPACES TO WS-SET-PATH
           ELSE
              MOVE SPACES TO WS-MANIFEST-FILENAME
              STRING FUNCTION TRIM(WS-SET-PATH) '/todobackup.mft'
                 DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
           END-IF
           MOVE ZERO TO RETURN-CODE
          EXIT.

       BACKUP-EXTRA-LISTS SECTION.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = '00'
              PERFORM UNTIL WS-CONFIG-EOF = 'Y'
                 READ CONFIG-FILE INTO WS-CONFIG-LINE
                    AT END MOVE 'Y' TO WS-CONFIG-EOF
                    NOT AT END
                       IF WS-CFG-TAG NOT = SPACES
                             AND WS-CFG-FILE NOT = SPACES
                             AND WS-CFG-FILE NOT = WS-TDLIST-FILENAME
                          MOVE SPACES TO WS-MANIFEST-LINE
                          STRING 'todolist-'
                                 FUNCTION TRIM(WS-CFG-TAG) '.txt'
                             DELIMITED BY SIZE INTO WS-MFT-MEMBER
                          MOVE 'X' TO WS-MFT-KIND
                          MOVE WS-CFG-FILE TO WS-MFT-SOURCE
                          MOVE WS-CFG-FILE TO WS-LIST-FILENAME
                          PERFORM BACKUP-LIST-FILE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF
          EXIT.

       BACKUP-LIST-FILE SECTION.
           PERFORM BEGIN-MEMBER
           OPEN INPUT TDLIST
           EVALUATE WS-TDLIST-STATUS
              WHEN '00'
                 PERFORM OPEN-MEMBER-TARGET
                 IF WS-MFT-STATE = 'COPIED'
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                       READ TDLIST NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             MOVE TDLIST-FILE TO WS-COPY-LINE
                             PERFORM COPY-MEMBER-RECORD
                       END-READ
                    END-PERFORM
                    CLOSE TARGET-FILE
                 END-IF
                 CLOSE TDLIST
              WHEN '35'
                 MOVE 'ABSENT' TO WS-MFT-STATE
              WHEN OTHER
                 DISPLAY "TODOBACKUP: cannot open "
                    FUNCTION TRIM(WS-LIST-FILENAME)
                    ", status " WS-TDLIST-STATUS
                 MOVE 'FAILED' TO WS-MFT-STATE
           END-EVALUATE
           PERFORM END-MEMBER
          EXIT.

       BACKUP-WORK-FILE SECTION.
           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE 'todowork.idx' TO WS-MFT-MEMBER
           MOVE 'W' TO WS-MFT-KIND
           MOVE 'todowork.idx' TO WS-MFT-SOURCE
           PERFORM BEGIN-MEMBER
           OPEN INPUT WORK-FILE
           EVALUATE WS-WORK-STATUS
              WHEN '00'
                 PERFORM OPEN-MEMBER-TARGET
                 IF WS-MFT-STATE = 'COPIED'
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                       READ WORK-FILE NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             MOVE WORK-FILE-REC TO WS-COPY-LINE
                             PERFORM COPY-MEMBER-RECORD
                       END-READ
                    END-PERFORM
                    CLOSE TARGET-FILE
                 END-IF
                 CLOSE WORK-FILE
              WHEN '35'
                 MOVE 'ABSENT' TO WS-MFT-STATE
              WHEN OTHER
                 DISPLAY "TODOBACKUP: cannot open todowork.idx,"
                    " status " WS-WORK-STATUS
                 MOVE 'FAILED' TO WS-MFT-STATE
           END-EVALUATE
           PERFORM END-MEMBER
          EXIT.

       BACKUP-WORKTOT-FILE SECTION.
           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE 'todowtot.idx' TO WS-MFT-MEMBER
           MOVE 'T' TO WS-MFT-KIND
           MOVE 'todowtot.idx' TO WS-MFT-SOURCE
           PERFORM BEGIN-MEMBER
           OPEN INPUT WORKTOT-FILE
           EVALUATE WS-WORKTOT-STATUS
              WHEN '00'
                 PERFORM OPEN-MEMBER-TARGET
                 IF WS-MFT-STATE = 'COPIED'
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                       READ WORKTOT-FILE NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             MOVE WORKTOT-REC TO WS-COPY-LINE
                             PERFORM COPY-MEMBER-RECORD
                       END-READ
                    END-PERFORM
                    CLOSE TARGET-FILE
                 END-IF
                 CLOSE WORKTOT-FILE
              WHEN '35'
                 MOVE 'ABSENT' TO WS-MFT-STATE
              WHEN OTHER
                 DISPLAY "TODOBACKUP: cannot open todowtot.idx,"
                    " status " WS-WORKTOT-STATUS
                 MOVE 'FAILED' TO WS-MFT-STATE
           END-EVALUATE
           PERFORM END-MEMBER
          EXIT.

       BACKUP-SEQUENTIAL-FILE SECTION.
           MOVE SPACES TO WS-MANIFEST-LINE
           MOVE WS-BACKUP-FILE (WS-BACKUP-FILE-IDX) TO WS-MFT-MEMBER
           MOVE 'S' TO WS-MFT-KIND
           MOVE WS-BACKUP-FILE (WS-BACKUP-FILE-IDX) TO WS-MFT-SOURCE
           MOVE WS-BACKUP-FILE (WS-BACKUP-FILE-IDX)
             TO WS-SOURCE-FILENAME
           PERFORM BEGIN-MEMBER
           OPEN INPUT SOURCE-FILE
           EVALUATE WS-SOURCE-STATUS
              WHEN '00'
                 PERFORM OPEN-MEMBER-TARGET
                 IF WS-MFT-STATE = 'COPIED'
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                       READ SOURCE-FILE INTO WS-COPY-LINE
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             PERFORM COPY-MEMBER-RECORD
                       END-READ
                    END-PERFORM
                    CLOSE TARGET-FILE
                 END-IF
                 CLOSE SOURCE-FILE
              WHEN '35'
                 MOVE 'ABSENT' TO WS-MFT-STATE
              WHEN OTHER
                 DISPLAY "TODOBACKUP: cannot open "
                    FUNCTION TRIM(WS-SOURCE-FILENAME)
                    ", status " WS-SOURCE-STATUS
                 MOVE 'FAILED' TO WS-MFT-STATE
           END-EVALUATE
           PERFORM END-MEMBER
          EXIT.

       BEGIN-MEMBER SECTION.
           MOVE SPACES TO WS-MFT-STATE
           MOVE ZERO TO WS-MEMBER-RECORDS
           MOVE ZERO TO WS-HASH-WORK
          EXIT.

       OPEN-MEMBER-TARGET SECTION.
           MOVE SPACES TO WS-TARGET-FILENAME
           STRING FUNCTION TRIM(WS-SET-PATH) '/'
                  FUNCTION TRIM(WS-MFT-MEMBER)
              DELIMITED BY SIZE INTO WS-TARGET-FILENAME
           OPEN OUTPUT TARGET-FILE
           IF WS-TARGET-STATUS = '00'
              MOVE 'COPIED' TO WS-MFT-STATE
           ELSE
              DISPLAY "TODOBACKUP: cannot write "
                 FUNCTION TRIM(WS-TARGET-FILENAME)
                 ", status " WS-TARGET-STATUS
              MOVE 'FAILED' TO WS-MFT-STATE
           END-IF
          EXIT.

       COPY-MEMBER-RECORD SECTION.
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
           WRITE TARGET-RECORD FROM WS-COPY-LINE
           IF WS-TARGET-STATUS NOT = '00'
              MOVE 'FAILED' TO WS-MFT-STATE
           END-IF
          EXIT.

       END-MEMBER SECTION.
           MOVE WS-MEMBER-RECORDS TO WS-MFT-COUNT
           MOVE WS-HASH-WORK TO WS-MFT-HASH
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE
           EVALUATE WS-MFT-STATE
              WHEN 'COPIED'
                 ADD 1 TO WS-COPIED-COUNT
                 ADD WS-MEMBER-RECORDS TO WS-RECORD-TOTAL
              WHEN 'ABSENT'
                 ADD 1 TO WS-ABSENT-COUNT
              WHEN OTHER
                 ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE
          EXIT.

       RECORD-BACKUP-SET SECTION.
           MOVE SPACES TO WS-BACKUP-INDEX-LINE
           STRING FUNCTION TRIM(WS-SET-PATH)
                  ' ' WS-COPIED-COUNT
                  ' ' WS-CURRENT-DATETIME (1:8)
              DELIMITED BY SIZE INTO WS-BACKUP-INDEX-LINE
           OPEN EXTEND BACKUP-INDEX-FILE
           IF WS-BACKUP-INDEX-STATUS = '35'
              OPEN OUTPUT BACKUP-INDEX-FILE
           END-IF
           WRITE BACKUP-INDEX-RECORD FROM WS-BACKUP-INDEX-LINE
           CLOSE BACKUP-INDEX-FILE
          EXIT.

       SET-MAINT-SWITCH SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-MAINT-DATETIME
           MOVE SPACES TO WS-MAINT-RECORD
           MOVE 'Y' TO WS-MAINT-FLAG
           MOVE 'BACKUP' TO WS-MAINT-SET-BY
           STRING WS-MAINT-DATETIME (1:8) '-'
                  WS-MAINT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-MAINT-STAMP
           OPEN OUTPUT MAINT-FILE
           WRITE MAINT-FILE-RECORD FROM WS-MAINT-RECORD
           CLOSE MAINT-FILE
          EXIT.

       CLEAR-MAINT-SWITCH SECTION.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS = '00'
              CLOSE MAINT-FILE
              CALL "CBL_DELETE_FILE" USING WS-MAINT-NAME
              MOVE ZERO TO RETURN-CODE
           END-IF
          EXIT.

       END PROGRAM TODOBACKUP.
