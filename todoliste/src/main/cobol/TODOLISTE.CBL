         SELECT ARCH-INDEX-FILE ASSIGN TO 'todoarchidx.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCH-INDEX-STATUS.
         SELECT AUDIT-INDEX-FILE ASSIGN TO 'todoauditidx.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-INDEX-STATUS.
         SELECT WORK-FILE ASSIGN TO 'todowork.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
         SELECT TICKLER-FILE ASSIGN TO 'todotickl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TICKLER-STATUS.
         SELECT APPROVAL-FILE ASSIGN TO 'todoappr.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPR-STATUS.
         SELECT WATCH-FILE ASSIGN TO 'todowatch.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WATCH-STATUS.
         SELECT VIEW-FILE ASSIGN TO 'todoviews.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VIEW-STATUS.
         SELECT PROJECT-FILE ASSIGN TO 'todoproj.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJECT-STATUS.
         SELECT MILESTONE-FILE ASSIGN TO 'todomile.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MILESTONE-STATUS.
         SELECT PRJLINK-FILE ASSIGN TO 'todoprjitm.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRJLINK-STATUS.
         SELECT WIP-FILE ASSIGN TO 'todowip.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WIP-STATUS.
         SELECT CAPACITY-FILE ASSIGN TO 'todocap.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAPACITY-STATUS.
         SELECT ABSENCE-FILE ASSIGN TO 'todoabs.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ABSENCE-STATUS.
         SELECT POOL-FILE ASSIGN TO 'todopool.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 NOTES-RECORD PIC X(100).
          FD ARCH-INDEX-FILE.
          01 ARCH-INDEX-RECORD PIC X(80).
          FD AUDIT-INDEX-FILE.
          01 AUDIT-INDEX-RECORD PIC X(80).
          FD WORK-FILE.
          01 WORK-FILE-REC.
             COPY TDWORKREC.
          FD DEPS-FILE.
          01 DEPS-RECORD PIC X(11).
          FD CATMASTER-FILE.
          01 CATMASTER-RECORD PIC X(18).
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD TICKLER-FILE.
          01 TICKLER-RECORD PIC X(16).
          FD APPROVAL-FILE.
          01 APPROVAL-RECORD PIC X(33).
          FD WATCH-FILE.
          01 WATCH-RECORD PIC X(16).
          FD VIEW-FILE.
          01 VIEW-RECORD PIC X(106).
          FD PROJECT-FILE.
          01 PROJECT-RECORD PIC X(68).
          FD MILESTONE-FILE.
          01 MILESTONE-RECORD PIC X(55).
          FD PRJLINK-FILE.
          01 PRJLINK-RECORD PIC X(21).
          FD WIP-FILE.
          01 WIP-RECORD PIC X(20).
          FD CAPACITY-FILE.
          01 CAPACITY-RECORD PIC X(16).
          FD ABSENCE-FILE.
          01 ABSENCE-RECORD PIC X(39).
          FD POOL-FILE.
          01 POOL-RECORD PIC X(50).
       WORKING-STORAGE SECTION.
        01 WS-EOF PIC A(1).
        01 WS-TDLIST.
        01 WS-PRIORITY-LEVEL PIC S9.
        01 WS-ARCH-INDEX-STATUS PIC XX.
        01 WS-ARCH-INDEX-LINE PIC X(80).
        01 WS-AUDIT-INDEX-STATUS PIC XX.
        01 WS-ARCHIVE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-NOTES-STATUS PIC XX.
        01 WS-NOTES-EOF PIC X.
        01 WS-NOTE-ESC-LEN PIC 9(3).
        01 WS-OWNER-ESCAPED PIC X(50).
        01 WS-OWNER-ESC-LEN PIC 9(3).
        01 WS-LOOKUP-ITEM.
           COPY TDLISTREC.
        01 WS-LOOKUP-ID PIC 9(5) VALUE ZERO.
        01 WS-LOOKUP-VISIBLE PIC X VALUE 'N'.
        01 WS-SCAN-KEY PIC 9(5) VALUE ZERO.
        01 WS-SCAN-HIT PIC X VALUE 'N'.
        01 WS-SCAN-BY-OWNER PIC X VALUE 'N'.
        01 WS-LEVEL-KEY PIC 9(5) VALUE ZERO.
        01 WS-SUBTASK-SEEN PIC X VALUE 'N'.
        01 WS-PRIO-TOP-TABLE.
           03 WS-PRIO-TOP PIC 9(5) OCCURS 10 TIMES.
        01 WS-TOP-TOTAL PIC 9(5) VALUE ZERO.
        01 WS-LIST-MAX PIC 9(5) VALUE 999.
        01 WS-LIST-MAX-TEXT PIC X(5).
        01 WS-CHILD-ITEM PIC X VALUE 'N'.
        01 WS-PARENT-ID-CUR PIC 9(5) VALUE ZERO.
        01 WS-OPEN-CHILD-COUNT PIC 9(3) VALUE ZERO.
        01 WS-FILTER-MATCH PIC X VALUE 'N'.
        01 WS-CONTROL-MODE PIC X VALUE SPACE.
        01 WS-BULK-ID-TABLE.
           03 WS-BULK-ID PIC 9(5) OCCURS 30 TIMES.
        01 WS-BULK-ID-COUNT PIC 9(2) VALUE ZERO.
        01 WS-BULK-IDX PIC 9(2) VALUE ZERO.
        01 WS-BULK-BY-CATEGORY PIC X VALUE 'N'.
        01 WS-BULK-LAST-ID PIC 9(5) VALUE ZERO.
        01 WS-BULK-NEXT-ID PIC 9(5) VALUE ZERO.
        01 WS-BULK-HIGH-ID PIC 9(5) VALUE ZERO.
        01 WS-BULK-DONE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-BULK-PTR PIC 9(3) VALUE ZERO.
        01 WS-BULK-TOKEN PIC X(10).
        01 WS-COUNT-STATUS PIC XX.
        01 WS-CATMST-LOOKUP PIC X(10).
        01 WS-CATMST-DEF-PRIO PIC 9(1).
        01 WS-CATMST-LEAD-DAYS PIC 9(3).
        01 WS-CATMST-NEEDS-APPR PIC X.
        01 WS-CATMST-LINE.
           05 WS-CATMST-NAME PIC X(10).
           05 FILLER PIC X.
           05 WS-CATMST-PRIO PIC 9(1).
           05 FILLER PIC X.
           05 WS-CATMST-LEAD PIC 9(3).
           05 FILLER PIC X.
           05 WS-CATMST-APPROVAL PIC X(1).
        01 WS-CATMST-DUE-INTEGER PIC S9(9) COMP.
        01 WS-DEPS-STATUS PIC XX.
        01 WS-DEPS-EOF PIC X.
              05 WS-DEP-E-PRED PIC 9(5).
              05 WS-DEP-E-SUCC PIC 9(5).
        01 WS-DEP-COUNT PIC 9(3) VALUE ZERO.
        01 WS-DEP-IDX PIC 9(4) VALUE ZERO.
        01 WS-DEP-FOUND PIC X.
        01 WS-OPEN-PRED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-BLOCKED-ITEM PIC X.
        01 WS-BLOCKED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-TEMPLATE-STATUS PIC XX.
        01 WS-TEMPLATE-EOF PIC X.
        01 WS-TEMPLATE-LINE.
        01 WS-OLD-DUE-DATE PIC 9(8).
        01 WS-NEW-DUE-DATE PIC 9(8).
        01 WS-TOP-LEVEL PIC X VALUE 'Y'.
        01 WS-LINK-SUFFIX PIC X(80).
        01 WS-LINK-PTR PIC 9(3).
        01 WS-ACTING-OWNER PIC X(10).
        01 WS-STAMP-OWNER PIC X(10).
        01 WS-BULK-PROGRESS PIC X VALUE 'N'.
        01 WS-BULK-FORBIDDEN PIC X VALUE 'N'.
        01 WS-DESC-QUEUE.
           03 WS-DESC-ID PIC 9(5) OCCURS 9999 TIMES.
        01 WS-DESC-HEAD PIC 9(5) VALUE ZERO.
        01 WS-DESC-TAIL PIC 9(5) VALUE ZERO.
        01 WS-AGENDA-GROUP PIC 9.
        01 WS-AGENDA-MATCH PIC X.
        01 WS-WEEK-END-DATE PIC 9(8).
        01 WS-TODAY-INTEGER PIC S9(9) COMP.
        01 WS-EFFECTIVE-DUE PIC 9(8) VALUE ZERO.
        01 WS-APPR-STATUS PIC XX.
        01 WS-APPR-LINE.
           05 WS-APPR-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-APPR-EVENT PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 WS-APPR-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-APPR-USER PIC X(10).
        01 WS-WATCH-STATUS PIC XX.
        01 WS-WATCH-EOF PIC X.
        01 WS-WATCH-LINE.
           05 WS-WATCH-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-WATCH-USER PIC X(10).
        01 WS-WATCH-TABLE.
           03 WS-WATCH-ROW OCCURS 999 TIMES.
              05 WS-WATCH-E-ID PIC 9(5).
              05 WS-WATCH-E-USER PIC X(10).
        01 WS-WATCH-COUNT PIC 9(3) VALUE ZERO.
        01 WS-WATCH-IDX PIC 9(3) VALUE ZERO.
        01 WS-WATCH-HIT PIC 9(3) VALUE ZERO.
        01 WS-WATCH-FULL PIC X VALUE 'N'.
        01 WS-VIEW-STATUS PIC XX.
        01 WS-VIEW-EOF PIC X.
        01 WS-VIEW-LINE.
           COPY TODOVIEWREC.
        01 WS-VIEW-TABLE.
           03 WS-VIEW-ROW PIC X(106) OCCURS 500 TIMES.
        01 WS-VIEW-COUNT PIC 9(3) VALUE ZERO.
        01 WS-VIEW-IDX PIC 9(3) VALUE ZERO.
        01 WS-VIEW-HIT PIC 9(3) VALUE ZERO.
        01 WS-VIEW-CHAR-IDX PIC 9(2) VALUE ZERO.
        01 WS-VIEW-CHAR PIC X.
        01 WS-VIEW-NAME-LEN PIC 9(2) VALUE ZERO.
        01 WS-PROJECT-STATUS PIC XX.
        01 WS-PROJECT-EOF PIC X.
        01 WS-PRJ-FOUND PIC X.
        01 WS-PRJ-LINE.
           05 WS-PRJ-CODE PIC X(8).
           05 FILLER PIC X.
           05 WS-PRJ-NAME PIC X(30).
           05 FILLER PIC X.
           05 WS-PRJ-SPONSOR PIC X(10).
           05 FILLER PIC X.
           05 WS-PRJ-START PIC 9(8).
           05 FILLER PIC X.
           05 WS-PRJ-TARGET PIC 9(8).
        01 WS-MILESTONE-STATUS PIC XX.
        01 WS-MILESTONE-EOF PIC X.
        01 WS-MS-FOUND PIC X.
        01 WS-MS-LINE.
           05 WS-MS-PROJECT PIC X(8).
           05 FILLER PIC X.
           05 WS-MS-CODE PIC X(6).
           05 FILLER PIC X.
           05 WS-MS-NAME PIC X(30).
           05 FILLER PIC X.
           05 WS-MS-DUE PIC 9(8).
        01 WS-PRJLINK-STATUS PIC XX.
        01 WS-PRJLINK-EOF PIC X.
        01 WS-PRJLINK-LINE.
           05 WS-PRJLINK-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PRJLINK-PROJECT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PRJLINK-MILESTONE PIC X(6).
        01 WS-PRJLINK-TABLE.
           03 WS-PRJLINK-ROW OCCURS 999 TIMES.
              05 WS-PRJLINK-E-ID PIC 9(5).
              05 WS-PRJLINK-E-PROJECT PIC X(8).
              05 WS-PRJLINK-E-MILESTONE PIC X(6).
        01 WS-PRJLINK-COUNT PIC 9(3) VALUE ZERO.
        01 WS-PRJLINK-IDX PIC 9(3) VALUE ZERO.
        01 WS-PRJLINK-HIT PIC 9(3) VALUE ZERO.
        01 WS-PRJLINK-TARGET-ID PIC 9(5).
        01 WS-CONF-SAVED-MODE PIC X VALUE SPACE.
        01 WS-WIP-STATUS PIC XX.
        01 WS-WIP-EOF PIC X.
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
        01 WS-WIP-FIND-KIND PIC X(5).
        01 WS-WIP-FIND-KEY PIC X(10).
        01 WS-WIP-FOUND-LIMIT PIC 9(3) VALUE ZERO.
        01 WS-WIP-DEFAULT-LIMIT PIC 9(3) VALUE ZERO.
        01 WS-WIP-EXACT PIC X.
        01 WS-WIP-PROG-COUNT PIC 9(3) VALUE ZERO.
        01 WS-WIP-ITEM-OWNER PIC X(10).
        01 WS-WIP-ITEM-CATEGORY PIC X(10).
        01 WS-WIP-CHECK-DONE PIC X.
        01 WS-WIP-OVERRIDE PIC X VALUE 'N'.
        01 WS-WIP-OVR-SCOPE PIC X(5).
        01 WS-WIP-OVR-KEY PIC X(10).
        01 WS-WIP-OVR-COUNT PIC 9(3).
        01 WS-WIP-OVR-LIMIT PIC 9(3).
        01 WS-BOARD-COUNT PIC 9(5) VALUE ZERO.
        01 WS-BOARD-TALLY-TABLE.
           03 WS-BOARD-TALLY PIC 9(5) OCCURS 3 TIMES.
        01 WS-WIPT-TABLE.
           03 WS-WIPT-ROW OCCURS 999 TIMES.
              05 WS-WIPT-KIND PIC X(5).
              05 WS-WIPT-KEY PIC X(10).
              05 WS-WIPT-PROG PIC 9(3).
        01 WS-WIPT-COUNT PIC 9(4) VALUE ZERO.
        01 WS-WIPT-IDX PIC 9(4) VALUE ZERO.
        01 WS-WIPT-HIT PIC 9(4) VALUE ZERO.
        01 WS-CAPACITY-STATUS PIC XX.
        01 WS-CAPACITY-EOF PIC X.
        01 WS-CAPACITY-LINE.
           05 WS-CAP-OWNER PIC X(10).
           05 FILLER PIC X.
           05 WS-CAP-POINTS PIC 9(5).
        01 WS-CAP-DAYS PIC 9(3) VALUE 5.
        01 WS-CAP-DAYS-TEXT PIC X(3).
        01 WS-ABSENCE-STATUS PIC XX.
        01 WS-ABSENCE-EOF PIC X.
        01 WS-ABSENCE-LINE.
           05 WS-ABS-OWNER PIC X(10).
           05 FILLER PIC X.
           05 WS-ABS-FROM PIC 9(8).
           05 FILLER PIC X.
           05 WS-ABS-TO PIC 9(8).
           05 FILLER PIC X.
           05 WS-ABS-DEPUTY PIC X(10).
        01 WS-ABS-TABLE.
           03 WS-ABS-ROW OCCURS 99 TIMES.
              05 WS-ABS-E-FROM PIC 9(8).
              05 WS-ABS-E-TO PIC 9(8).
        01 WS-ABS-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ABS-IDX PIC 9(3) VALUE ZERO.
        01 WS-FEAS-OWNER PIC X(10).
        01 WS-FEAS-DUE PIC 9(8).
        01 WS-FEAS-TARGET PIC 9(8).
        01 WS-FEAS-POINTS PIC 9(2).
        01 WS-FEAS-CAPACITY PIC 9(5).
        01 WS-FEAS-HAS-CAP PIC X.
        01 WS-FEAS-DONE PIC X VALUE 'N'.
        01 WS-FEAS-STATE PIC X.
        01 WS-FEAS-DAY PIC 9(8).
        01 WS-FEAS-DAY-INTEGER PIC S9(9) COMP.
        01 WS-FEAS-LAST-INTEGER PIC S9(9) COMP.
        01 WS-FEAS-WORKING PIC X.
        01 WS-FEAS-WORKDAYS PIC 9(5).
        01 WS-FEAS-COMMITTED PIC 9(7).
        01 WS-FEAS-NEED PIC 9(10).
        01 WS-FEAS-AVAIL PIC 9(10).
        01 WS-FEAS-TABLE.
           03 WS-FEAS-ROW OCCURS 999 TIMES.
              05 WS-FEAS-E-DUE PIC 9(8).
              05 WS-FEAS-E-POINTS PIC 9(2).
        01 WS-FEAS-COUNT PIC 9(4) VALUE ZERO.
        01 WS-FEAS-IDX PIC 9(4) VALUE ZERO.
        01 WS-FEAS-PEND-TABLE.
           03 WS-FEAS-PEND-ROW OCCURS 99 TIMES.
              05 WS-FEAS-P-OWNER PIC X(10).
              05 WS-FEAS-P-DUE PIC 9(8).
              05 WS-FEAS-P-POINTS PIC 9(2).
        01 WS-FEAS-PEND-COUNT PIC 9(3) VALUE ZERO.
        01 WS-FEAS-PEND-IDX PIC 9(3) VALUE ZERO.
        01 WS-TEAM-MEMBER-TABLE.
           03 WS-TEAM-MEMBER-ROW OCCURS 99 TIMES.
              05 WS-TEAM-M-USER PIC X(10).
              05 WS-TEAM-M-TEAM PIC X(10).
        01 WS-TEAM-MEMBER-COUNT PIC 9(3) VALUE ZERO.
        01 WS-TEAM-MEMBER-IDX PIC 9(3) VALUE ZERO.
        01 WS-TEAM-ENTRY-IDX PIC 9(3) VALUE ZERO.
        01 WS-TEAM-BOSS PIC X(10).
        01 WS-TEAM-NAME PIC X(10).
        01 WS-TEAM-ENTRY-USER PIC X(10).
        01 WS-TEAM-ENTRY-TEAM PIC X(10).
        01 WS-NEXT-TABLE.
           03 WS-NEXT-ROW OCCURS 999 TIMES.
              05 WS-NXT-ID PIC 9(5).
              05 WS-NXT-PICKED PIC X.
              05 WS-NXT-SCORE PIC 9(5).
              05 WS-NXT-PRIORITY-PTS PIC 9(5).
              05 WS-NXT-DUE-PTS PIC 9(5).
              05 WS-NXT-WAITING-PTS PIC 9(5).
              05 WS-NXT-AGE-PTS PIC 9(5).
              05 WS-NXT-TICKLER-PTS PIC 9(5).
              05 WS-NXT-DUE-DAYS PIC S9(4).
        01 WS-NEXT-COUNT PIC 9(4) VALUE ZERO.
        01 WS-NEXT-IDX PIC 9(4) VALUE ZERO.
        01 WS-NEXT-BEST PIC 9(4) VALUE ZERO.
        01 WS-NEXT-RANK PIC 9(3) VALUE ZERO.
        01 WS-NEXT-LIMIT PIC 9(3) VALUE ZERO.
        01 WS-NEXT-OWNER PIC X(10).
        01 WS-NEXT-OPENED PIC X VALUE 'N'.
        01 WS-NEXT-WAITING PIC 9(3) VALUE ZERO.
        01 WS-NEXT-DAYS-SHOWN PIC -(4)9.
        01 WS-HOLD-ITEM-NO PIC 9(5).
        01 WS-HOLD-INDEX-NAME PIC X(40).
        01 WS-HOLD-LISTED PIC X.
        01 WS-POOL-STATUS PIC XX.
        01 WS-POOL-EOF PIC X.
        01 WS-POOL-LINE.
           COPY TODOPOOLREC.
        01 WS-POOL-NEW-KIND PIC X(4).
        01 WS-POOL-NEW-KEY PIC X(10).
        01 WS-POOL-FOUND PIC X.
        01 WS-POOL-ITEM-KIND PIC X(4).
        01 WS-POOL-ITEM-KEY PIC X(10).
        01 WS-POOL-ITEM-SINCE PIC 9(8).
        01 WS-POOL-TARGET-ID PIC 9(5).
        01 WS-POOL-WAIT-DAYS PIC 9(5).
        01 WS-POOL-WAIT-SHOWN PIC Z(4)9.
        01 WS-POOL-USER-TEAM PIC X(10).
        01 WS-POOL-WANTED PIC X.
        01 WS-POOL-CLAIMED PIC X.
        01 WS-POOL-SHOWN PIC 9(5) VALUE ZERO.
        01 WS-POOL-TABLE.
           03 WS-POOL-ROW OCCURS 999 TIMES.
              05 WS-POOL-E-ID PIC 9(5).
              05 WS-POOL-E-KIND PIC X(4).
              05 WS-POOL-E-KEY PIC X(10).
              05 WS-POOL-E-SINCE PIC 9(8).
        01 WS-POOL-COUNT PIC 9(4) VALUE ZERO.
        01 WS-POOL-IDX PIC 9(4) VALUE ZERO.
        01 WS-POOL-HIT PIC 9(4) VALUE ZERO.
        01 WS-POOL-FREE PIC 9(4) VALUE ZERO.
        COPY TODOMSGP.
        COPY TODOCALP.
        COPY TODOAUDP.
        COPY TODOCONFP.
        COPY TODOORGP.
        COPY TODOURGP.
        COPY TODOHOLDP.
       LINKAGE SECTION.
        COPY TODOACTIONS.
        COPY TODOITEM.
                                NEW-TODO-RECUR TODO-REQUEST-DETAILS.
           MOVE 'OK' TO REQ-RESULT-CODE
           MOVE ZERO TO REQ-NEW-ITEM-ID
           MOVE ZERO TO REQ-FEASIBLE-DATE
           MOVE SPACES TO REQ-FEASIBLE-OWNER
           MOVE REQ-LANG TO MSG-LANG
           IF MSG-LANG = SPACES
              MOVE 'DE' TO MSG-LANG
              STRING '&lang=' MSG-LANG
                 DELIMITED BY SIZE INTO WS-LINK-SUFFIX
           END-IF
           IF REQ-FORM-TOKEN NOT = SPACES
              COMPUTE WS-LINK-PTR =
                 FUNCTION LENGTH (FUNCTION TRIM(WS-LINK-SUFFIX)) + 1
              STRING '&rtoken=' FUNCTION TRIM(REQ-FORM-TOKEN)
                 DELIMITED BY SIZE INTO WS-LINK-SUFFIX
                 WITH POINTER WS-LINK-PTR
           END-IF
           MOVE REQ-ACTING-USER TO WS-ACTING-OWNER
           IF WS-ACTING-OWNER = SPACES
              MOVE REQ-OWNER TO WS-ACTING-OWNER
              PERFORM SHOW-BOARD-FROM-FILE
           WHEN ACTION-SET-REMINDER
              PERFORM SET-REMINDER-FOR-ITEM
           WHEN ACTION-APPROVE
              PERFORM APPROVE-ITEM
           WHEN ACTION-REJECT
              PERFORM REJECT-ITEM
           WHEN ACTION-SHOW-APPROVALS
              PERFORM READ-APPROVAL-ITEMS-FROM-FILE
           WHEN ACTION-WATCH
              PERFORM WATCH-ITEM
           WHEN ACTION-UNWATCH
              PERFORM UNWATCH-ITEM
           WHEN ACTION-SHOW-WATCHED
              PERFORM READ-WATCHED-ITEMS-FROM-FILE
           WHEN ACTION-SET-PROJECT
              PERFORM SET-PROJECT-FOR-ITEM
           WHEN ACTION-CONFIDENTIAL
              PERFORM SET-CONFIDENTIAL-FOR-ITEM
           WHEN ACTION-SHOW-REPORTS OR ACTION-OPEN-REPORT
              CALL "TODORPTVW" USING TODO-ACTION TODO-REQUEST-DETAILS
           WHEN ACTION-SAVE-VIEW
              PERFORM SAVE-VIEW-TO-FILE
           WHEN ACTION-DROP-VIEW
              PERFORM DROP-VIEW-FROM-FILE
           WHEN ACTION-SHOW-VIEWS
              PERFORM SHOW-VIEWS-FROM-FILE
           WHEN ACTION-RUN-VIEW
              PERFORM RUN-SAVED-VIEW
           WHEN ACTION-TEAM
              PERFORM READ-TEAM-ITEMS-FROM-FILE
           WHEN ACTION-NEXT
              PERFORM READ-NEXT-ITEMS-FROM-FILE
           WHEN ACTION-HOLD
              PERFORM PLACE-LEGAL-HOLD
           WHEN ACTION-UNHOLD
              PERFORM RELEASE-LEGAL-HOLD
           WHEN ACTION-CLAIM
              PERFORM CLAIM-POOL-ITEM
           WHEN ACTION-SHOW-POOL
              PERFORM READ-POOL-ITEMS-FROM-FILE
           WHEN OTHER
              MOVE 'BAD-ACTION' TO REQ-RESULT-CODE
           END-EVALUATE
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF
           MOVE SPACES TO WS-LIST-MAX-TEXT
           ACCEPT WS-LIST-MAX-TEXT FROM ENVIRONMENT "TODOLIST_MAX_ITEMS"
           IF WS-LIST-MAX-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-LIST-MAX-TEXT) TO WS-LIST-MAX
           END-IF
           IF WS-LIST-MAX = ZERO
              MOVE 999 TO WS-LIST-MAX
           END-IF
           MOVE SPACES TO WS-CAP-DAYS-TEXT
           ACCEPT WS-CAP-DAYS-TEXT FROM ENVIRONMENT "TODOLIST_CAP_DAYS"
           IF WS-CAP-DAYS-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-CAP-DAYS-TEXT) TO WS-CAP-DAYS
           END-IF
           IF WS-CAP-DAYS = ZERO
              MOVE 5 TO WS-CAP-DAYS
           END-IF
          EXIT.

       OPEN-TDLIST-IO-LOCKED SECTION.
           IF REQ-ACTING-USER NOT = SPACES
              MOVE REQ-ACTING-USER TO WS-STAMP-OWNER
           END-IF
           IF REQ-POOL = 'Y'
              MOVE SPACES TO WS-STAMP-OWNER
           END-IF
           PERFORM READ-RECORD-COUNT-CONTROL
           IF WS-TDLIST-RECORD-COUNT >= WS-LIST-MAX
              MOVE 'LIST-FULL' TO REQ-RESULT-CODE
           ELSE
              PERFORM CHECK-CATEGORY-MASTER
              IF REQ-OK
                 PERFORM CHECK-PROJECT-MASTER
              END-IF
              IF REQ-OK AND REQ-POOL = 'Y'
                 PERFORM CHECK-POOL-TARGET
              END-IF
              IF REQ-OK AND REQ-PARENT-ID > ZERO
                 PERFORM CHECK-PARENT-EXISTS
              END-IF
              IF REQ-OK AND REQ-FORCE NOT = 'Y'
                 PERFORM CHECK-DUPLICATE-ITEM
              END-IF
              IF REQ-OK AND REQ-FORCE NOT = 'Y'
                    AND WS-FEAS-DONE NOT = 'Y'
                 MOVE ZERO TO WS-FEAS-PEND-COUNT
                 PERFORM CHECK-NEW-ITEM-FEASIBILITY
              END-IF
           END-IF
           IF REQ-OK AND WS-TDLIST-RECORD-COUNT < WS-LIST-MAX
              PERFORM GET-NEXT-ITEM-ID

              MOVE WS-NEXT-ID
                    MOVE WS-NEXT-ID TO WS-TICK-TARGET-ID
                    PERFORM STORE-TICKLER-RECORD
                 END-IF
                 IF REQ-PROJECT-CODE NOT = SPACES
                    MOVE WS-NEXT-ID TO WS-PRJLINK-TARGET-ID
                    PERFORM STORE-PROJECT-LINK
                 END-IF
                 IF REQ-CONFIDENTIAL = 'Y'
                    MOVE 'SET' TO CONF-FUNCTION
                    PERFORM CALL-CONFIDENTIAL-CHECK
                    IF CONF-IS-FAILED
                       MOVE 'LIST-FULL' TO REQ-RESULT-CODE
                    END-IF
                 END-IF
                 IF REQ-POOL = 'Y'
                    MOVE SPACES TO WS-POOL-LINE
                    MOVE WS-NEXT-ID TO POOL-ITEM-ID
                    MOVE WS-POOL-NEW-KIND TO POOL-KIND
                    MOVE WS-POOL-NEW-KEY TO POOL-KEY
                    MOVE ITEM-CREATED-DATE IN WS-TDLIST
                      TO POOL-ENTERED-DATE
                    MOVE ZERO TO POOL-CLAIMED-DATE
                    PERFORM WRITE-POOL-RECORD
                 END-IF
              END-IF
           END-IF
          EXIT.
           IF FUNCTION TRIM(REQ-TEMPLATE-NAME) = SPACES
              MOVE 'BAD-TEMPLATE' TO REQ-RESULT-CODE
           ELSE
              PERFORM CHECK-PROJECT-MASTER
           END-IF
           IF REQ-OK
              PERFORM LOAD-TEMPLATE-TABLE
              IF WS-TMPL-COUNT = ZERO
                 MOVE 'TEMPLATE-NOT-FOUND' TO REQ-RESULT-CODE
                 MOVE ZERO TO WS-TMPL-ADDED
                 MOVE ZERO TO REQ-PARENT-ID
                 MOVE SPACES TO NEW-TODO-RECUR
                 MOVE ZERO TO WS-FEAS-PEND-COUNT
                 IF REQ-FORCE NOT = 'Y'
                    PERFORM CHECK-TEMPLATE-LINE-FEASIBILITY
                       VARYING WS-TMPL-IDX FROM 1 BY 1
                       UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                          OR NOT REQ-OK
                 END-IF
                 IF REQ-OK
                    MOVE 'Y' TO WS-FEAS-DONE
                    PERFORM APPLY-ONE-TEMPLATE-LINE
                       VARYING WS-TMPL-IDX FROM 1 BY 1
                       UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                          OR REQ-BUSY OR REQ-LIST-FULL
                    MOVE 'N' TO WS-FEAS-DONE
                    IF NOT REQ-BUSY AND NOT REQ-LIST-FULL
                       MOVE 'OK' TO REQ-RESULT-CODE
                    END-IF
                 END-IF
                 MOVE WS-TMPL-SAVED-USER TO REQ-ACTING-USER
                 MOVE WS-TMPL-ADDED TO REQ-COUNT
              END-IF
           END-IF

       APPLY-ONE-TEMPLATE-LINE SECTION.
           MOVE 'OK' TO REQ-RESULT-CODE
           PERFORM SET-TEMPLATE-LINE-FIELDS
           PERFORM ADD-NEW-TODO-ITEM
           IF REQ-OK
              ADD 1 TO WS-TMPL-ADDED
           END-IF
          EXIT.

       CHECK-TEMPLATE-LINE-FEASIBILITY SECTION.
           PERFORM SET-TEMPLATE-LINE-FIELDS
           MOVE NEW-TODO-OWNER TO WS-STAMP-OWNER
           PERFORM CHECK-NEW-ITEM-FEASIBILITY
           IF REQ-OK AND WS-FEAS-OWNER NOT = SPACES
                 AND WS-FEAS-DUE > ZERO AND WS-FEAS-PEND-COUNT < 99
              ADD 1 TO WS-FEAS-PEND-COUNT
              MOVE WS-FEAS-OWNER
                TO WS-FEAS-P-OWNER (WS-FEAS-PEND-COUNT)
              MOVE WS-FEAS-DUE TO WS-FEAS-P-DUE (WS-FEAS-PEND-COUNT)
              MOVE WS-FEAS-POINTS
                TO WS-FEAS-P-POINTS (WS-FEAS-PEND-COUNT)
           END-IF
          EXIT.

       SET-TEMPLATE-LINE-FIELDS SECTION.
           MOVE WS-TMPL-E-CONTENT (WS-TMPL-IDX) TO NEW-TODO-ITEM
           MOVE WS-TMPL-E-CATEGORY (WS-TMPL-IDX)
             TO NEW-TODO-CATEGORY
           END-IF
           PERFORM COMPUTE-TEMPLATE-DUE-DATE
           MOVE WS-TMPL-DUE-DATE TO NEW-TODO-DUE-DATE
          EXIT.

       COMPUTE-TEMPLATE-DUE-DATE SECTION.
           CLOSE TDLIST
          EXIT.

       CHECK-NEW-ITEM-FEASIBILITY SECTION.
           MOVE WS-STAMP-OWNER TO WS-FEAS-OWNER
           IF REQ-POOL = 'Y'
              MOVE SPACES TO WS-FEAS-OWNER
           END-IF
           MOVE NEW-TODO-DUE-DATE TO WS-FEAS-DUE
           IF NEW-TODO-DUE-DATE > ZERO
              MOVE 'NEXT' TO CAL-FUNCTION
              MOVE NEW-TODO-DUE-DATE TO CAL-DATE-IN
              CALL "TODOCAL" USING TODOCAL-PARAMETERS
              MOVE CAL-DATE-OUT TO WS-FEAS-DUE
           END-IF
           COMPUTE WS-FEAS-POINTS = NEW-TODO-PRIORITY + 1
           PERFORM CHECK-DUE-FEASIBILITY
          EXIT.

       CHECK-REASSIGN-FEASIBILITY SECTION.
           MOVE SPACES TO WS-FEAS-OWNER
           PERFORM OPEN-TDLIST-INPUT-LOCKED
           IF WS-TDLIST-STATUS = '00'
              MOVE REQ-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 NOT INVALID KEY
                    IF ITEM-ACTIVE IN WS-TDLIST
                          AND ITEM-OWNER IN WS-TDLIST
                             NOT = REQ-NEW-OWNER
                          AND (WS-ACTING-OWNER = SPACES
                             OR REQ-ROLE-ADMIN
                             OR ITEM-OWNER IN WS-TDLIST
                                = WS-ACTING-OWNER)
                       MOVE REQ-NEW-OWNER TO WS-FEAS-OWNER
                       MOVE ITEM-DUE-DATE IN WS-TDLIST
                         TO WS-FEAS-DUE
                       COMPUTE WS-FEAS-POINTS =
                          ITEM-PRIORITY IN WS-TDLIST + 1
                    END-IF
              END-READ
           END-IF
           CLOSE TDLIST
           IF REQ-OK AND WS-FEAS-OWNER NOT = SPACES
              MOVE ZERO TO WS-FEAS-PEND-COUNT
              PERFORM CHECK-DUE-FEASIBILITY
           END-IF
          EXIT.

       CHECK-DUE-FEASIBILITY SECTION.
           MOVE 'N' TO WS-FEAS-HAS-CAP
           IF WS-FEAS-OWNER NOT = SPACES AND WS-FEAS-DUE > ZERO
              PERFORM LOAD-OWNER-CAPACITY
           END-IF
           IF WS-FEAS-HAS-CAP = 'Y'
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
              MOVE WS-FEAS-DUE TO WS-FEAS-TARGET
              IF WS-FEAS-TARGET < WS-TODAY-DATE
                 MOVE WS-TODAY-DATE TO WS-FEAS-TARGET
              END-IF
              PERFORM LOAD-OWNER-COMMITMENTS
              PERFORM LOAD-OWNER-ABSENCES
              IF REQ-OK
                 PERFORM WALK-FEASIBLE-DAYS
                 IF WS-FEAS-STATE NOT = 'O'
                    MOVE 'DUE-OVERCOMMIT' TO REQ-RESULT-CODE
                    MOVE WS-FEAS-OWNER TO REQ-FEASIBLE-OWNER
                 END-IF
              END-IF
           END-IF
          EXIT.

       LOAD-OWNER-CAPACITY SECTION.
           MOVE ZERO TO WS-FEAS-CAPACITY
           MOVE 'N' TO WS-CAPACITY-EOF
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-STATUS = '00'
              PERFORM UNTIL WS-CAPACITY-EOF = 'Y'
                 READ CAPACITY-FILE INTO WS-CAPACITY-LINE
                    AT END MOVE 'Y' TO WS-CAPACITY-EOF
                    NOT AT END
                       IF WS-CAP-OWNER = WS-FEAS-OWNER
                          MOVE WS-CAP-POINTS TO WS-FEAS-CAPACITY
                          MOVE 'Y' TO WS-CAPACITY-EOF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAPACITY-FILE
           END-IF
           IF WS-FEAS-CAPACITY > ZERO
              MOVE 'Y' TO WS-FEAS-HAS-CAP
           END-IF
          EXIT.

       LOAD-OWNER-COMMITMENTS SECTION.
           MOVE ZERO TO WS-FEAS-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM OPEN-TDLIST-INPUT-LOCKED
           IF WS-TDLIST-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE WS-FEAS-OWNER TO ITEM-OWNER IN TDLIST-FILE
              START TDLIST KEY IS = ITEM-OWNER IN TDLIST-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-LOOKUP-ITEM
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-OWNER IN WS-LOOKUP-ITEM
                          NOT = WS-FEAS-OWNER
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       IF ITEM-ACTIVE IN WS-LOOKUP-ITEM
                             AND ITEM-DUE-DATE IN WS-LOOKUP-ITEM
                                > ZERO
                             AND WS-FEAS-COUNT < 999
                          ADD 1 TO WS-FEAS-COUNT
                          MOVE ITEM-DUE-DATE IN WS-LOOKUP-ITEM
                            TO WS-FEAS-E-DUE (WS-FEAS-COUNT)
                          COMPUTE WS-FEAS-E-POINTS (WS-FEAS-COUNT) =
                             ITEM-PRIORITY IN WS-LOOKUP-ITEM + 1
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TDLIST
           PERFORM VARYING WS-FEAS-PEND-IDX FROM 1 BY 1
                 UNTIL WS-FEAS-PEND-IDX > WS-FEAS-PEND-COUNT
              IF WS-FEAS-P-OWNER (WS-FEAS-PEND-IDX) = WS-FEAS-OWNER
                    AND WS-FEAS-COUNT < 999
                 ADD 1 TO WS-FEAS-COUNT
                 MOVE WS-FEAS-P-DUE (WS-FEAS-PEND-IDX)
                   TO WS-FEAS-E-DUE (WS-FEAS-COUNT)
                 MOVE WS-FEAS-P-POINTS (WS-FEAS-PEND-IDX)
                   TO WS-FEAS-E-POINTS (WS-FEAS-COUNT)
              END-IF
           END-PERFORM
          EXIT.

       LOAD-OWNER-ABSENCES SECTION.
           MOVE ZERO TO WS-ABS-COUNT
           MOVE 'N' TO WS-ABSENCE-EOF
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = '00'
              PERFORM UNTIL WS-ABSENCE-EOF = 'Y'
                 READ ABSENCE-FILE INTO WS-ABSENCE-LINE
                    AT END MOVE 'Y' TO WS-ABSENCE-EOF
                    NOT AT END
                       IF WS-ABS-OWNER = WS-FEAS-OWNER
                             AND WS-ABS-TO >= WS-TODAY-DATE
                             AND WS-ABS-COUNT < 99
                          ADD 1 TO WS-ABS-COUNT
                          MOVE WS-ABS-FROM
                            TO WS-ABS-E-FROM (WS-ABS-COUNT)
                          MOVE WS-ABS-TO TO WS-ABS-E-TO (WS-ABS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ABSENCE-FILE
           END-IF
          EXIT.

       WALK-FEASIBLE-DAYS SECTION.
           MOVE 'N' TO WS-FEAS-STATE
           MOVE ZERO TO WS-FEAS-WORKDAYS
           MOVE ZERO TO WS-FEAS-COMMITTED
           PERFORM VARYING WS-FEAS-IDX FROM 1 BY 1
                 UNTIL WS-FEAS-IDX > WS-FEAS-COUNT
              IF WS-FEAS-E-DUE (WS-FEAS-IDX) < WS-TODAY-DATE
                 ADD WS-FEAS-E-POINTS (WS-FEAS-IDX)
                   TO WS-FEAS-COMMITTED
              END-IF
           END-PERFORM
           MOVE WS-TODAY-DATE TO WS-FEAS-DAY
           COMPUTE WS-FEAS-DAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-FEAS-DAY)
           COMPUTE WS-FEAS-LAST-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-FEAS-TARGET) + 366
           PERFORM UNTIL WS-FEAS-STATE = 'O' OR WS-FEAS-STATE = 'F'
                 OR WS-FEAS-DAY-INTEGER > WS-FEAS-LAST-INTEGER
              PERFORM TALLY-FEASIBLE-DAY
              ADD 1 TO WS-FEAS-DAY-INTEGER
              COMPUTE WS-FEAS-DAY =
                 FUNCTION DATE-OF-INTEGER (WS-FEAS-DAY-INTEGER)
           END-PERFORM
          EXIT.

       TALLY-FEASIBLE-DAY SECTION.
           MOVE 'CHECK' TO CAL-FUNCTION
           MOVE WS-FEAS-DAY TO CAL-DATE-IN
           CALL "TODOCAL" USING TODOCAL-PARAMETERS
           MOVE CAL-WORKING-DAY TO WS-FEAS-WORKING
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                 UNTIL WS-ABS-IDX > WS-ABS-COUNT
              IF WS-FEAS-DAY >= WS-ABS-E-FROM (WS-ABS-IDX)
                    AND WS-FEAS-DAY <= WS-ABS-E-TO (WS-ABS-IDX)
                 MOVE 'N' TO WS-FEAS-WORKING
              END-IF
           END-PERFORM
           IF WS-FEAS-WORKING = 'Y'
              ADD 1 TO WS-FEAS-WORKDAYS
           END-IF
           PERFORM VARYING WS-FEAS-IDX FROM 1 BY 1
                 UNTIL WS-FEAS-IDX > WS-FEAS-COUNT
              IF WS-FEAS-E-DUE (WS-FEAS-IDX) = WS-FEAS-DAY
                 ADD WS-FEAS-E-POINTS (WS-FEAS-IDX)
                   TO WS-FEAS-COMMITTED
              END-IF
           END-PERFORM
           IF WS-FEAS-DAY >= WS-FEAS-TARGET
              COMPUTE WS-FEAS-NEED =
                 (WS-FEAS-COMMITTED + WS-FEAS-POINTS) * WS-CAP-DAYS
              COMPUTE WS-FEAS-AVAIL =
                 WS-FEAS-CAPACITY * WS-FEAS-WORKDAYS
              EVALUATE TRUE
                 WHEN WS-FEAS-DAY = WS-FEAS-TARGET
                       AND WS-FEAS-NEED <= WS-FEAS-AVAIL
                    MOVE 'O' TO WS-FEAS-STATE
                 WHEN WS-FEAS-DAY = WS-FEAS-TARGET
                    MOVE 'X' TO WS-FEAS-STATE
                 WHEN WS-FEAS-WORKING = 'Y'
                       AND WS-FEAS-NEED <= WS-FEAS-AVAIL
                    MOVE 'F' TO WS-FEAS-STATE
                    MOVE WS-FEAS-DAY TO REQ-FEASIBLE-DATE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
          EXIT.

       COUNT-TDLIST-RECORDS SECTION.
           MOVE ZERO TO WS-TDLIST-RECORD-COUNT
           MOVE 'N' TO WS-EOF
          EXIT.

       DISPLAY-ITEM SECTION.
          MOVE WS-CONTROL-MODE TO WS-CONF-SAVED-MODE
          PERFORM MASK-CONFIDENTIAL-ITEM
          IF NOT CONF-IS-VISIBLE
             MOVE SPACE TO WS-CONTROL-MODE
          END-IF
          PERFORM ESCAPE-ITEM-CONTENT
          MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
          MOVE ZERO TO WS-EFFECTIVE-DUE
          END-EVALUATE
          IF ITEM-IN-PROGRESS IN WS-TDLIST
                OR ITEM-WAITING IN WS-TDLIST
                OR ITEM-AWAITING-APPR IN WS-TDLIST
             DISPLAY " [" ITEM-STATUS IN WS-TDLIST "]"
                WITH NO ADVANCING
          END-IF
                FUNCTION TRIM(WS-LINK-SUFFIX) """>up</a>"
                " <a href=""?action=MOVEDOWN&id="
                ITEM-ID IN WS-TDLIST
                FUNCTION TRIM(WS-LINK-SUFFIX) """>down</a>"
                " <a href=""?action=WATCH&id="
                ITEM-ID IN WS-TDLIST
                FUNCTION TRIM(WS-LINK-SUFFIX) """>watch</a>]"
                WITH NO ADVANCING
             DISPLAY " <form method=""get"" action="""">"
                "<input type=""hidden"" name=""action"""
                "<input type=""submit"" value=""edit"">"
                "</form>" WITH NO ADVANCING
          END-IF
          IF WS-CONTROL-MODE = 'P'
             MOVE WS-POOL-WAIT-DAYS TO WS-POOL-WAIT-SHOWN
             DISPLAY " (" FUNCTION TRIM(WS-POOL-ITEM-KIND) " "
                FUNCTION TRIM(WS-POOL-ITEM-KEY) ", "
                FUNCTION TRIM(WS-POOL-WAIT-SHOWN) " d)"
                " [<a href=""?action=CLAIM&id="
                ITEM-ID IN WS-TDLIST
                FUNCTION TRIM(WS-LINK-SUFFIX) """>claim</a>]"
                WITH NO ADVANCING
          END-IF
          IF WS-CONTROL-MODE = 'W'
             DISPLAY " [<a href=""?action=UNWATCH&id="
                ITEM-ID IN WS-TDLIST
                FUNCTION TRIM(WS-LINK-SUFFIX) """>unwatch</a>]"
                WITH NO ADVANCING
          END-IF
          IF WS-CONTROL-MODE = 'A' AND REQ-ROLE-ADMIN
             DISPLAY " [<a href=""?action=APPROVE&id="
                ITEM-ID IN WS-TDLIST
                FUNCTION TRIM(WS-LINK-SUFFIX) """>approve</a>]"
                WITH NO ADVANCING
             DISPLAY " <form method=""get"" action="""">"
                "<input type=""hidden"" name=""action"""
                " value=""REJECT"">"
                "<input type=""hidden"" name=""id"" value="""
                ITEM-ID IN WS-TDLIST """>" WITH NO ADVANCING
             PERFORM DISPLAY-FORM-HIDDEN-FIELDS
             DISPLAY "<input type=""text"" name=""note"""
                " maxlength=""60"" size=""20"">"
                "<input type=""submit"" value=""reject"">"
                "</form>" WITH NO ADVANCING
          END-IF
          IF CONF-IS-MARKED AND CONF-IS-VISIBLE
             DISPLAY " [confidential]" WITH NO ADVANCING
          END-IF
          DISPLAY "</li>"
          MOVE WS-CONF-SAVED-MODE TO WS-CONTROL-MODE
          EXIT.

       MASK-CONFIDENTIAL-ITEM SECTION.
          MOVE 'CHECK' TO CONF-FUNCTION
          PERFORM CALL-CONFIDENTIAL-CHECK
          IF NOT CONF-IS-VISIBLE
             MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-TDLIST
             MOVE SPACES TO ITEM-CATEGORY IN WS-TDLIST
          END-IF
          EXIT.

       CALL-CONFIDENTIAL-CHECK SECTION.
          MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
          MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
          MOVE REQ-ACTING-USER TO CONF-USER
          MOVE REQ-ACTING-ROLE TO CONF-ROLE
          CALL "TODOCONF" USING TODOCONF-PARAMETERS
          EXIT.

       DISPLAY-FORM-HIDDEN-FIELDS SECTION.
                " value=""" FUNCTION TRIM(REQ-SESSION-TOKEN)
                """>" WITH NO ADVANCING
          END-IF
          IF REQ-FORM-TOKEN NOT = SPACES
             DISPLAY "<input type=""hidden"" name=""rtoken"""
                " value=""" FUNCTION TRIM(REQ-FORM-TOKEN)
                """>" WITH NO ADVANCING
          END-IF
          EXIT.

       ESCAPE-ITEM-CONTENT SECTION.
          EXIT.

       DISPLAY-ITEM-JSON SECTION.
          PERFORM MASK-CONFIDENTIAL-ITEM
          PERFORM ESCAPE-ITEM-CONTENT-JSON
          PERFORM ESCAPE-CATEGORY-JSON
          IF WS-JSON-FIRST = 'N'
                       WHEN ITEM-WAITING IN WS-TDLIST
                             AND REQ-FORCE NOT = 'Y'
                          MOVE 'WAIT-CONFIRM' TO REQ-RESULT-CODE
                       WHEN ITEM-AWAITING-APPR IN WS-TDLIST
                          MOVE 'APPROVAL-PENDING' TO REQ-RESULT-CODE
                       WHEN OTHER
                          MOVE WS-TDLIST TO WS-JRNL-BEFORE
                          PERFORM SET-COMPLETION-STATUS
                          REWRITE TDLIST-FILE FROM WS-TDLIST
                             INVALID KEY
                                MOVE 'ITEM-NOT-FOUND'
              CLOSE TDLIST

              IF REQ-OK
                 IF ITEM-AWAITING-APPR IN WS-TDLIST
                    MOVE 'APPR-REQUEST' TO WS-AUDIT-ACTION
                    MOVE 'REQUEST' TO WS-APPR-EVENT
                    PERFORM WRITE-APPROVAL-LOG-ENTRY
                 ELSE
                    MOVE 'DELETE-ITEM' TO WS-AUDIT-ACTION
                 END-IF
                 MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
                 MOVE ITEM-CONTENT IN WS-TDLIST TO WS-AUDIT-CONTENT
                 PERFORM WRITE-AUDIT-LOG-ENTRY
                 MOVE WS-AUDIT-ACTION TO WS-JRNL-ACTION
                 PERFORM WRITE-CHANGE-JOURNAL-ENTRY
              END-IF
           END-IF
          EXIT.

       SET-COMPLETION-STATUS SECTION.
           MOVE ITEM-CATEGORY IN WS-TDLIST TO WS-CATMST-LOOKUP
           PERFORM LOOKUP-CATEGORY-MASTER
           IF WS-CATMST-NEEDS-APPR = 'Y'
              MOVE 'APPR' TO ITEM-STATUS IN WS-TDLIST
           ELSE
              MOVE 'DONE' TO ITEM-STATUS IN WS-TDLIST
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO ITEM-DONE-DATE IN WS-TDLIST
          EXIT.

       WRITE-APPROVAL-LOG-ENTRY SECTION.
           MOVE REQ-ITEM-ID TO WS-APPR-ITEM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-APPR-DATE
           MOVE WS-ACTING-OWNER TO WS-APPR-USER
           OPEN EXTEND APPROVAL-FILE
           IF WS-APPR-STATUS = '35'
              OPEN OUTPUT APPROVAL-FILE
           END-IF
           WRITE APPROVAL-RECORD FROM WS-APPR-LINE
           CLOSE APPROVAL-FILE
          EXIT.

       APPROVE-ITEM SECTION.
           MOVE REQ-ITEM-ID TO ITEM-ID IN TDLIST-FILE
           PERFORM OPEN-TDLIST-IO-LOCKED
           IF WS-TDLIST-STATUS NOT = '00'
              IF WS-TDLIST-STATUS = '35'
                 MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
              END-IF
           ELSE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY
                    MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN NOT REQ-ROLE-ADMIN
                          MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
                       WHEN ITEM-OWNER IN WS-TDLIST = WS-ACTING-OWNER
                          MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
                       WHEN NOT ITEM-AWAITING-APPR IN WS-TDLIST
                          MOVE 'NOT-AWAITING' TO REQ-RESULT-CODE
                       WHEN OTHER
                          MOVE WS-TDLIST TO WS-JRNL-BEFORE
                          MOVE 'DONE' TO ITEM-STATUS IN WS-TDLIST
                          REWRITE TDLIST-FILE FROM WS-TDLIST
                             INVALID KEY
                                MOVE 'ITEM-NOT-FOUND'
                                  TO REQ-RESULT-CODE
                          END-REWRITE
                    END-EVALUATE
              END-READ
           END-IF
           CLOSE TDLIST

           IF REQ-OK
              MOVE 'APPROVE' TO WS-APPR-EVENT
              PERFORM WRITE-APPROVAL-LOG-ENTRY
              MOVE 'APPROVE' TO WS-AUDIT-ACTION
              MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
              MOVE ITEM-CONTENT IN WS-TDLIST TO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
              MOVE 'APPROVE' TO WS-JRNL-ACTION
              PERFORM WRITE-CHANGE-JOURNAL-ENTRY
           END-IF
          EXIT.

       REJECT-ITEM SECTION.
           IF FUNCTION TRIM(REQ-NOTE-TEXT) = SPACES
              MOVE 'EMPTY-NOTE' TO REQ-RESULT-CODE
           ELSE
              MOVE REQ-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              PERFORM OPEN-TDLIST-IO-LOCKED
              IF WS-TDLIST-STATUS NOT = '00'
                 IF WS-TDLIST-STATUS = '35'
                    MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                 END-IF
              ELSE
                 READ TDLIST INTO WS-TDLIST
                    INVALID KEY
                       MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                    NOT INVALID KEY
                       EVALUATE TRUE
                          WHEN NOT REQ-ROLE-ADMIN
                             MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
                          WHEN NOT ITEM-AWAITING-APPR IN WS-TDLIST
                             MOVE 'NOT-AWAITING' TO REQ-RESULT-CODE
                          WHEN OTHER
                             MOVE WS-TDLIST TO WS-JRNL-BEFORE
                             MOVE 'OPEN' TO ITEM-STATUS IN WS-TDLIST
                             MOVE ZERO
                               TO ITEM-DONE-DATE IN WS-TDLIST
                             REWRITE TDLIST-FILE FROM WS-TDLIST
                                INVALID KEY
                                   MOVE 'ITEM-NOT-FOUND'
                                     TO REQ-RESULT-CODE
                             END-REWRITE
                       END-EVALUATE
                 END-READ
              END-IF
              CLOSE TDLIST

              IF REQ-OK
                 PERFORM WRITE-ITEM-NOTE
                 MOVE 'REJECT' TO WS-APPR-EVENT
                 PERFORM WRITE-APPROVAL-LOG-ENTRY
                 MOVE 'REJECT' TO WS-AUDIT-ACTION
                 MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
                 MOVE REQ-NOTE-TEXT TO WS-AUDIT-CONTENT
                 PERFORM WRITE-AUDIT-LOG-ENTRY
                 MOVE 'REJECT' TO WS-JRNL-ACTION
                 PERFORM WRITE-CHANGE-JOURNAL-ENTRY
              END-IF
           END-IF

       START-ITEM SECTION.
           MOVE 'PROG' TO WS-NEW-STATUS
           MOVE 'N' TO WS-WIP-OVERRIDE
           PERFORM CHECK-WIP-LIMITS
           IF REQ-OK
              PERFORM CHANGE-ITEM-STATUS
           END-IF
           IF REQ-OK AND WS-WIP-OVERRIDE = 'Y'
              MOVE 'WIP-OVERRIDE' TO WS-AUDIT-ACTION
              MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
              MOVE SPACES TO WS-AUDIT-CONTENT
              STRING WS-WIP-OVR-SCOPE DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-WIP-OVR-KEY DELIMITED BY SPACE
                 ' ' WS-WIP-OVR-COUNT '/' WS-WIP-OVR-LIMIT
                    DELIMITED BY SIZE
                 INTO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
           END-IF
          EXIT.

       CHECK-WIP-LIMITS SECTION.
           PERFORM LOAD-WIP-LIMITS
           IF WS-WIP-COUNT > ZERO
              MOVE 'N' TO WS-WIP-CHECK-DONE
              MOVE REQ-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              PERFORM OPEN-TDLIST-INPUT-LOCKED
              IF WS-TDLIST-STATUS = '00'
                 READ TDLIST INTO WS-TDLIST
                    INVALID KEY
                       MOVE 'Y' TO WS-WIP-CHECK-DONE
                 END-READ
                 IF WS-WIP-CHECK-DONE = 'N'
                       AND ITEM-ACTIVE IN WS-TDLIST
                       AND NOT ITEM-IN-PROGRESS IN WS-TDLIST
                    MOVE ITEM-OWNER IN WS-TDLIST TO WS-WIP-ITEM-OWNER
                    MOVE ITEM-CATEGORY IN WS-TDLIST
                      TO WS-WIP-ITEM-CATEGORY
                    IF WS-WIP-ITEM-OWNER NOT = SPACES
                       MOVE 'OWNER' TO WS-WIP-FIND-KIND
                       MOVE WS-WIP-ITEM-OWNER TO WS-WIP-FIND-KEY
                       PERFORM APPLY-WIP-LIMIT
                    END-IF
                    IF REQ-OK AND WS-WIP-ITEM-CATEGORY NOT = SPACES
                       MOVE 'CAT' TO WS-WIP-FIND-KIND
                       MOVE WS-WIP-ITEM-CATEGORY TO WS-WIP-FIND-KEY
                       PERFORM APPLY-WIP-LIMIT
                    END-IF
                 END-IF
              END-IF
              CLOSE TDLIST
           END-IF
          EXIT.

       APPLY-WIP-LIMIT SECTION.
           PERFORM FIND-WIP-LIMIT
           IF WS-WIP-FOUND-LIMIT > ZERO
              PERFORM COUNT-WIP-ITEMS
              IF WS-WIP-PROG-COUNT >= WS-WIP-FOUND-LIMIT
                 IF REQ-FORCE = 'Y' AND REQ-ROLE-ADMIN
                    MOVE 'Y' TO WS-WIP-OVERRIDE
                    MOVE WS-WIP-FIND-KIND TO WS-WIP-OVR-SCOPE
                    MOVE WS-WIP-FIND-KEY TO WS-WIP-OVR-KEY
                    MOVE WS-WIP-PROG-COUNT TO WS-WIP-OVR-COUNT
                    MOVE WS-WIP-FOUND-LIMIT TO WS-WIP-OVR-LIMIT
                 ELSE
                    MOVE 'WIP-LIMIT' TO REQ-RESULT-CODE
                    MOVE WS-WIP-FIND-KIND TO REQ-WIP-SCOPE
                    MOVE WS-WIP-FIND-KEY TO REQ-WIP-KEY
                    MOVE WS-WIP-PROG-COUNT TO REQ-WIP-COUNT
                    MOVE WS-WIP-FOUND-LIMIT TO REQ-WIP-LIMIT
                 END-IF
              END-IF
           END-IF
          EXIT.

       COUNT-WIP-ITEMS SECTION.
           MOVE ZERO TO WS-WIP-PROG-COUNT
           MOVE 'N' TO WS-EOF
           IF WS-WIP-FIND-KIND = 'OWNER'
              MOVE WS-WIP-FIND-KEY TO ITEM-OWNER IN TDLIST-FILE
              START TDLIST KEY IS = ITEM-OWNER IN TDLIST-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
           ELSE
              MOVE WS-WIP-FIND-KEY TO ITEM-CATEGORY IN TDLIST-FILE
              START TDLIST KEY IS = ITEM-CATEGORY IN TDLIST-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    EVALUATE TRUE
                       WHEN WS-WIP-FIND-KIND = 'OWNER'
                             AND ITEM-OWNER IN WS-TDLIST
                                NOT = WS-WIP-FIND-KEY
                          MOVE 'Y' TO WS-EOF
                       WHEN WS-WIP-FIND-KIND = 'CAT'
                             AND ITEM-CATEGORY IN WS-TDLIST
                                NOT = WS-WIP-FIND-KEY
                          MOVE 'Y' TO WS-EOF
                       WHEN ITEM-IN-PROGRESS IN WS-TDLIST
                             AND WS-WIP-PROG-COUNT < 999
                          ADD 1 TO WS-WIP-PROG-COUNT
                    END-EVALUATE
              END-READ
           END-PERFORM
          EXIT.

       LOAD-WIP-LIMITS SECTION.
           MOVE ZERO TO WS-WIP-COUNT
           MOVE 'N' TO WS-WIP-EOF
           OPEN INPUT WIP-FILE
           IF WS-WIP-STATUS = '00'
              PERFORM UNTIL WS-WIP-EOF = 'Y'
                 READ WIP-FILE INTO WS-WIP-LINE
                    AT END MOVE 'Y' TO WS-WIP-EOF
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
              IF WS-WIP-E-KIND (WS-WIP-IDX) = WS-WIP-FIND-KIND
                 IF WS-WIP-E-KEY (WS-WIP-IDX) = WS-WIP-FIND-KEY
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

       PARK-ITEM SECTION.
           MOVE 'WAIT' TO WS-NEW-STATUS
           PERFORM CHANGE-ITEM-STATUS
          EXIT.

       CHANGE-ITEM-STATUS SECTION.
           MOVE REQ-ITEM-ID TO ITEM-ID IN TDLIST-FILE
                          MOVE 'BAD-STATUS' TO REQ-RESULT-CODE
                       WHEN OTHER
                          MOVE WS-TDLIST TO WS-JRNL-BEFORE
                          IF WS-NEW-STATUS = 'DONE'
                             PERFORM SET-COMPLETION-STATUS
                          ELSE
                             MOVE WS-NEW-STATUS
                               TO ITEM-STATUS IN WS-TDLIST
                          END-IF
                          REWRITE TDLIST-FILE FROM WS-TDLIST
                             INVALID KEY
                                MOVE 'ITEM-NOT-FOUND'
           CLOSE TDLIST

           IF REQ-OK
              EVALUATE TRUE
                 WHEN ITEM-IN-PROGRESS IN WS-TDLIST
                    MOVE 'START' TO WS-AUDIT-ACTION
                 WHEN ITEM-WAITING IN WS-TDLIST
                    MOVE 'PARK' TO WS-AUDIT-ACTION
                 WHEN ITEM-AWAITING-APPR IN WS-TDLIST
                    MOVE 'APPR-REQUEST' TO WS-AUDIT-ACTION
                    MOVE 'REQUEST' TO WS-APPR-EVENT
                    PERFORM WRITE-APPROVAL-LOG-ENTRY
                 WHEN OTHER
                    MOVE 'DELETE-ITEM' TO WS-AUDIT-ACTION
              END-EVALUATE
              MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
              MOVE ITEM-CONTENT IN WS-TDLIST TO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
          EXIT.

       SHOW-BOARD-FROM-FILE SECTION.
           MOVE 'Y' TO WS-SCAN-BY-OWNER
           PERFORM COUNT-BOARD-ITEMS
           PERFORM LOAD-WIP-LIMITS
           IF NOT REQ-BUSY
              PERFORM VARYING WS-BOARD-GROUP FROM 1 BY 1
                    UNTIL WS-BOARD-GROUP > 3
                       MOVE 'BRD-WAIT' TO MSG-ID
                 END-EVALUATE
                 CALL "TODOMSG" USING TODOMSG-PARAMETERS
                 MOVE WS-BOARD-TALLY (WS-BOARD-GROUP) TO WS-BOARD-COUNT
                 MOVE ZERO TO WS-WIP-FOUND-LIMIT
                 IF WS-BOARD-GROUP = 2 AND REQ-OWNER NOT = SPACES
                    MOVE 'OWNER' TO WS-WIP-FIND-KIND
                    MOVE REQ-OWNER TO WS-WIP-FIND-KEY
                    PERFORM FIND-WIP-LIMIT
                 END-IF
                 IF WS-WIP-FOUND-LIMIT > ZERO
                    IF WS-BOARD-COUNT > WS-WIP-FOUND-LIMIT
                       DISPLAY "<h2 class=""overdue"">"
                          FUNCTION TRIM(MSG-TEXT)
                          " (" WS-BOARD-COUNT "/" WS-WIP-FOUND-LIMIT
                          ")</h2>"
                    ELSE
                       DISPLAY "<h2>" FUNCTION TRIM(MSG-TEXT)
                          " (" WS-BOARD-COUNT "/" WS-WIP-FOUND-LIMIT
                          ")</h2>"
                    END-IF
                 ELSE
                    DISPLAY "<h2>" FUNCTION TRIM(MSG-TEXT)
                       " (" WS-BOARD-COUNT ")</h2>"
                 END-IF
                 IF WS-BOARD-GROUP = 2 AND REQ-OWNER = SPACES
                       AND WS-WIP-COUNT > ZERO
                    PERFORM SHOW-BOARD-WIP-SUMMARY
                 END-IF
                 DISPLAY "<ul>"
                 PERFORM SHOW-BOARD-COLUMN-ITEMS
                 DISPLAY "</ul>"
              END-PERFORM
              PERFORM SHOW-BOARD-DONE-COLUMN
           END-IF
          EXIT.

       COUNT-BOARD-ITEMS SECTION.
           MOVE ZERO TO WS-BOARD-TALLY (1)
           MOVE ZERO TO WS-BOARD-TALLY (2)
           MOVE ZERO TO WS-BOARD-TALLY (3)
           PERFORM START-ITEM-SCAN
           PERFORM READ-NEXT-OPEN-ITEM
           PERFORM UNTIL WS-EOF = 'Y'
              EVALUATE TRUE
                 WHEN ITEM-OPEN IN WS-TDLIST
                    ADD 1 TO WS-BOARD-TALLY (1)
                 WHEN ITEM-IN-PROGRESS IN WS-TDLIST
                    ADD 1 TO WS-BOARD-TALLY (2)
                 WHEN ITEM-WAITING IN WS-TDLIST
                    ADD 1 TO WS-BOARD-TALLY (3)
              END-EVALUATE
              PERFORM READ-NEXT-OPEN-ITEM
           END-PERFORM
           CLOSE TDLIST
          EXIT.

       SHOW-BOARD-COLUMN-ITEMS SECTION.
           PERFORM START-ITEM-SCAN
           PERFORM READ-NEXT-OPEN-ITEM
           PERFORM UNTIL WS-EOF = 'Y'
              IF ITEM-STATUS IN WS-TDLIST = WS-BOARD-STATUS
                 PERFORM DISPLAY-ITEM
              END-IF
              PERFORM READ-NEXT-OPEN-ITEM
           END-PERFORM
           CLOSE TDLIST
          EXIT.

       SHOW-BOARD-WIP-SUMMARY SECTION.
           MOVE ZERO TO WS-WIPT-COUNT
           PERFORM START-ITEM-SCAN
           PERFORM READ-NEXT-OPEN-ITEM
           PERFORM UNTIL WS-EOF = 'Y'
              IF ITEM-IN-PROGRESS IN WS-TDLIST
                 IF ITEM-OWNER IN WS-TDLIST NOT = SPACES
                    MOVE 'OWNER' TO WS-WIP-FIND-KIND
                    MOVE ITEM-OWNER IN WS-TDLIST TO WS-WIP-FIND-KEY
                    PERFORM TALLY-BOARD-WIP
                 END-IF
                 IF ITEM-CATEGORY IN WS-TDLIST NOT = SPACES
                    MOVE 'CAT' TO WS-WIP-FIND-KIND
                    MOVE ITEM-CATEGORY IN WS-TDLIST TO WS-WIP-FIND-KEY
                    PERFORM TALLY-BOARD-WIP
                 END-IF
              END-IF
              PERFORM READ-NEXT-OPEN-ITEM
           END-PERFORM
           CLOSE TDLIST
           PERFORM VARYING WS-WIPT-IDX FROM 1 BY 1
                 UNTIL WS-WIPT-IDX > WS-WIPT-COUNT
              MOVE WS-WIPT-KIND (WS-WIPT-IDX) TO WS-WIP-FIND-KIND
              MOVE WS-WIPT-KEY (WS-WIPT-IDX) TO WS-WIP-FIND-KEY
              PERFORM FIND-WIP-LIMIT
              IF WS-WIP-FOUND-LIMIT > ZERO
                 IF WS-WIP-FIND-KIND = 'OWNER'
                    MOVE 'WIP-OWNER' TO MSG-ID
                 ELSE
                    MOVE 'WIP-CAT' TO MSG-ID
                 END-IF
                 CALL "TODOMSG" USING TODOMSG-PARAMETERS
                 IF WS-WIPT-PROG (WS-WIPT-IDX) > WS-WIP-FOUND-LIMIT
                    DISPLAY "<p class=""overdue"">"
                       WITH NO ADVANCING
                 ELSE
                    DISPLAY "<p>" WITH NO ADVANCING
                 END-IF
                 DISPLAY FUNCTION TRIM(MSG-TEXT) " "
                    FUNCTION TRIM(WS-WIP-FIND-KEY) ": "
                    WS-WIPT-PROG (WS-WIPT-IDX) "/"
                    WS-WIP-FOUND-LIMIT "</p>"
              END-IF
           END-PERFORM
          EXIT.

       TALLY-BOARD-WIP SECTION.
           MOVE ZERO TO WS-WIPT-HIT
           PERFORM VARYING WS-WIPT-IDX FROM 1 BY 1
                 UNTIL WS-WIPT-IDX > WS-WIPT-COUNT
                    OR WS-WIPT-HIT > ZERO
              IF WS-WIPT-KIND (WS-WIPT-IDX) = WS-WIP-FIND-KIND
                    AND WS-WIPT-KEY (WS-WIPT-IDX) = WS-WIP-FIND-KEY
                 MOVE WS-WIPT-IDX TO WS-WIPT-HIT
              END-IF
           END-PERFORM
           IF WS-WIPT-HIT = ZERO AND WS-WIPT-COUNT < 999
              ADD 1 TO WS-WIPT-COUNT
              MOVE WS-WIPT-COUNT TO WS-WIPT-HIT
              MOVE WS-WIP-FIND-KIND TO WS-WIPT-KIND (WS-WIPT-HIT)
              MOVE WS-WIP-FIND-KEY TO WS-WIPT-KEY (WS-WIPT-HIT)
              MOVE ZERO TO WS-WIPT-PROG (WS-WIPT-HIT)
           END-IF
           IF WS-WIPT-HIT > ZERO
              ADD 1 TO WS-WIPT-PROG (WS-WIPT-HIT)
           END-IF
          EXIT.

       SHOW-BOARD-DONE-COLUMN SECTION.
           MOVE 'BRD-DONE' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS

       SHOW-BLOCKED-FROM-FILE SECTION.
           PERFORM LOAD-DEP-TABLE
           MOVE 'N' TO WS-SCAN-BY-OWNER
           MOVE ZERO TO WS-BLOCKED-COUNT
           DISPLAY "<ul>"
           PERFORM START-ITEM-SCAN
           PERFORM READ-NEXT-OPEN-ITEM
           PERFORM UNTIL WS-EOF = 'Y'
              PERFORM CHECK-ITEM-BLOCKED
              IF WS-BLOCKED-ITEM = 'Y'
                 ADD 1 TO WS-BLOCKED-COUNT
                 PERFORM DISPLAY-ITEM
              END-IF
              PERFORM READ-NEXT-OPEN-ITEM
           END-PERFORM
           CLOSE TDLIST
           DISPLAY "</ul>"
          EXIT.

           MOVE 'N' TO WS-BLOCKED-ITEM
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > WS-DEP-COUNT
                    OR WS-BLOCKED-ITEM = 'Y'
              IF WS-DEP-E-SUCC (WS-DEP-IDX) = ITEM-ID IN WS-TDLIST
                 MOVE WS-DEP-E-PRED (WS-DEP-IDX) TO WS-LOOKUP-ID
                 PERFORM LOOKUP-VISIBLE-ITEM
                 IF WS-LOOKUP-VISIBLE = 'Y'
                    MOVE 'Y' TO WS-BLOCKED-ITEM
                 END-IF
              END-IF
           END-PERFORM
          EXIT.
           IF FUNCTION TRIM(REQ-NEW-OWNER) = SPACES
              MOVE 'BAD-OWNER' TO REQ-RESULT-CODE
           ELSE
              IF REQ-FORCE NOT = 'Y'
                 PERFORM CHECK-REASSIGN-FEASIBILITY
              END-IF
           END-IF
           IF REQ-OK
              MOVE REQ-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              PERFORM OPEN-TDLIST-IO-LOCKED
              IF WS-TDLIST-STATUS NOT = '00'
                       MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                    NOT INVALID KEY
                       MOVE WS-TDLIST TO WS-SWAP-RECORD-B
                 END-READ
              END-IF

              IF REQ-OK
                 PERFORM CHECK-SWAP-ALLOWED
              END-IF

              IF REQ-OK
                 MOVE WS-NEIGHBOR-ID TO ITEM-ID IN TDLIST-FILE
                 READ TDLIST INTO WS-TDLIST
                    INVALID KEY
                       MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                    NOT INVALID KEY
                       MOVE WS-TDLIST TO WS-JRNL-BEFORE
                       PERFORM APPLY-SWAP-RECORD-A-TO-TDLIST
                       REWRITE TDLIST-FILE FROM WS-TDLIST
           CLOSE TDLIST
          EXIT.

       CHECK-SWAP-ALLOWED SECTION.
           IF NOT REQ-ROLE-ADMIN
                 AND (REQ-ACTING-USER = SPACES
                    OR ITEM-OWNER IN WS-SWAP-RECORD-A
                       NOT = REQ-ACTING-USER
                    OR ITEM-OWNER IN WS-SWAP-RECORD-B
                       NOT = REQ-ACTING-USER)
              MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
           END-IF
           IF REQ-OK
              MOVE WS-SWAP-RECORD-A TO WS-TDLIST
              PERFORM CHECK-SWAP-ONE-ITEM
           END-IF
           IF REQ-OK
              MOVE WS-SWAP-RECORD-B TO WS-TDLIST
              PERFORM CHECK-SWAP-ONE-ITEM
           END-IF
          EXIT.

       CHECK-SWAP-ONE-ITEM SECTION.
           MOVE 'CHECK' TO CONF-FUNCTION
           PERFORM CALL-CONFIDENTIAL-CHECK
           IF CONF-IS-MARKED
              MOVE 'CONFIDENTIAL' TO REQ-RESULT-CODE
           END-IF
           IF REQ-OK
              MOVE 'CHECK' TO HOLD-FUNCTION
              MOVE 'TODOLISTE' TO HOLD-CALLER
              MOVE ITEM-ID IN WS-TDLIST TO HOLD-ITEM-ID
              MOVE ITEM-OWNER IN WS-TDLIST TO HOLD-ITEM-OWNER
              MOVE ITEM-CATEGORY IN WS-TDLIST TO HOLD-ITEM-CATEGORY
              CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
              IF HOLD-IS-FOUND
                 MOVE 'HELD' TO REQ-RESULT-CODE
              END-IF
           END-IF
          EXIT.

       APPLY-SWAP-RECORD-A-TO-TDLIST SECTION.
           MOVE ITEM-STATUS IN WS-SWAP-RECORD-A
             TO ITEM-STATUS IN WS-TDLIST
          EXIT.

       READ-TODOLIST-FROM-FILE SECTION.
             MOVE 'N' TO WS-SCAN-BY-OWNER
             PERFORM START-ITEM-SCAN
             IF NOT REQ-BUSY
                PERFORM COUNT-TOP-LEVEL-ITEMS
                PERFORM RENDER-OPEN-ITEM-LIST
             END-IF
             CLOSE TDLIST
          EXIT.

       COUNT-TOP-LEVEL-ITEMS SECTION.
             MOVE ZERO TO WS-TOP-TOTAL
             MOVE 'N' TO WS-SUBTASK-SEEN
             PERFORM VARYING WS-PRIORITY-LEVEL FROM 0 BY 1
                   UNTIL WS-PRIORITY-LEVEL > 9
                MOVE ZERO TO WS-PRIO-TOP (WS-PRIORITY-LEVEL + 1)
             END-PERFORM
             PERFORM READ-NEXT-OPEN-ITEM
             PERFORM UNTIL WS-EOF = 'Y'
                PERFORM CHECK-TOP-LEVEL-ITEM
                IF WS-TOP-LEVEL = 'Y'
                   ADD 1 TO WS-TOP-TOTAL
                   MOVE ITEM-PRIORITY IN WS-TDLIST TO WS-PRIORITY-LEVEL
                   ADD 1 TO WS-PRIO-TOP (WS-PRIORITY-LEVEL + 1)
                ELSE
                   MOVE 'Y' TO WS-SUBTASK-SEEN
                END-IF
                PERFORM READ-NEXT-OPEN-ITEM
             END-PERFORM
          EXIT.

       RENDER-OPEN-ITEM-LIST SECTION.
             END-IF
             PERFORM VARYING WS-PRIORITY-LEVEL FROM 9 BY -1
                   UNTIL WS-PRIORITY-LEVEL < 0
                IF WS-PRIO-TOP (WS-PRIORITY-LEVEL + 1) > ZERO
                   IF WS-RECORD-COUNT < WS-PAGE-END
                         AND WS-RECORD-COUNT
                            + WS-PRIO-TOP (WS-PRIORITY-LEVEL + 1)
                            >= WS-PAGE-START
                      PERFORM RENDER-PRIORITY-LEVEL
                   ELSE
                      ADD WS-PRIO-TOP (WS-PRIORITY-LEVEL + 1)
                        TO WS-RECORD-COUNT
                   END-IF
                END-IF
             END-PERFORM
             MOVE WS-TOP-TOTAL TO WS-RECORD-COUNT
             MOVE SPACE TO WS-CONTROL-MODE
             IF REQ-FORMAT-JSON
                DISPLAY "]"
             END-IF
          EXIT.

       RENDER-PRIORITY-LEVEL SECTION.
             MOVE ZERO TO WS-SCAN-KEY
             PERFORM RESTART-ITEM-SCAN
             PERFORM READ-NEXT-OPEN-ITEM
             PERFORM UNTIL WS-EOF = 'Y'
                IF ITEM-PRIORITY IN WS-TDLIST = WS-PRIORITY-LEVEL
                   PERFORM CHECK-TOP-LEVEL-ITEM
                   IF WS-TOP-LEVEL = 'Y'
                      ADD 1 TO WS-RECORD-COUNT
                      IF WS-RECORD-COUNT >= WS-PAGE-START
                         IF REQ-FORMAT-JSON
                            PERFORM DISPLAY-ITEM-JSON
                         ELSE
                            PERFORM DISPLAY-ITEM
                         END-IF
                         MOVE ITEM-ID IN WS-TDLIST TO WS-PARENT-ID-CUR
                         PERFORM DISPLAY-CHILD-ITEMS
                      END-IF
                      IF WS-RECORD-COUNT >= WS-PAGE-END
                         MOVE 'Y' TO WS-EOF
                      END-IF
                   END-IF
                END-IF
                IF WS-EOF NOT = 'Y'
                   PERFORM READ-NEXT-OPEN-ITEM
                END-IF
             END-PERFORM
          EXIT.

       START-ITEM-SCAN SECTION.
             MOVE 'N' TO WS-EOF
             PERFORM OPEN-TDLIST-INPUT-LOCKED
             IF WS-TDLIST-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
             ELSE
                IF WS-SCAN-BY-OWNER = 'Y' AND REQ-OWNER NOT = SPACES
                   MOVE REQ-OWNER TO ITEM-OWNER IN TDLIST-FILE
                   START TDLIST KEY IS = ITEM-OWNER IN TDLIST-FILE
                      INVALID KEY MOVE 'Y' TO WS-EOF
                   END-START
                END-IF
             END-IF
          EXIT.

       RESTART-ITEM-SCAN SECTION.
             MOVE 'N' TO WS-EOF
             MOVE WS-SCAN-KEY TO ITEM-ID IN TDLIST-FILE
             START TDLIST KEY IS > ITEM-ID IN TDLIST-FILE
                INVALID KEY MOVE 'Y' TO WS-EOF
             END-START
          EXIT.

       READ-NEXT-OPEN-ITEM SECTION.
             MOVE 'N' TO WS-SCAN-HIT
             PERFORM UNTIL WS-EOF = 'Y' OR WS-SCAN-HIT = 'Y'
                READ TDLIST NEXT RECORD INTO WS-TDLIST
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF REQ-OWNER NOT = SPACES
                            AND ITEM-OWNER IN WS-TDLIST
                               NOT = REQ-OWNER
                         IF WS-SCAN-BY-OWNER = 'Y'
                            MOVE 'Y' TO WS-EOF
                         END-IF
                      ELSE
                         IF ITEM-ACTIVE IN WS-TDLIST
                            MOVE 'Y' TO WS-SCAN-HIT
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
          EXIT.

       LOOKUP-VISIBLE-ITEM SECTION.
             MOVE 'N' TO WS-LOOKUP-VISIBLE
             MOVE ITEM-ID IN WS-TDLIST TO WS-SCAN-KEY
             MOVE WS-LOOKUP-ID TO ITEM-ID IN TDLIST-FILE
             READ TDLIST INTO WS-LOOKUP-ITEM
                KEY IS ITEM-ID IN TDLIST-FILE
                INVALID KEY
                   MOVE 'N' TO WS-LOOKUP-VISIBLE
                NOT INVALID KEY
                   IF ITEM-ACTIVE IN WS-LOOKUP-ITEM
                         AND (REQ-OWNER = SPACES
                            OR ITEM-OWNER IN WS-LOOKUP-ITEM
                               = REQ-OWNER)
                      MOVE 'Y' TO WS-LOOKUP-VISIBLE
                   END-IF
             END-READ
             PERFORM RESTART-ITEM-SCAN
          EXIT.

       CHECK-TOP-LEVEL-ITEM SECTION.
             MOVE 'Y' TO WS-TOP-LEVEL
             IF ITEM-PARENT-ID IN WS-TDLIST > ZERO
                MOVE ITEM-PARENT-ID IN WS-TDLIST TO WS-LOOKUP-ID
                PERFORM LOOKUP-VISIBLE-ITEM
                IF WS-LOOKUP-VISIBLE = 'Y'
                   MOVE 'N' TO WS-TOP-LEVEL
                END-IF
             END-IF
          EXIT.

       DISPLAY-CHILD-ITEMS SECTION.
             IF WS-SUBTASK-SEEN = 'Y'
                MOVE ITEM-ID IN WS-TDLIST TO WS-LEVEL-KEY
                MOVE 1 TO WS-DESC-HEAD
                MOVE 1 TO WS-DESC-TAIL
                MOVE WS-PARENT-ID-CUR TO WS-DESC-ID (1)
                PERFORM UNTIL WS-DESC-HEAD > WS-DESC-TAIL
                   MOVE ZERO TO WS-SCAN-KEY
                   PERFORM RESTART-ITEM-SCAN
                   PERFORM READ-NEXT-OPEN-ITEM
                   PERFORM UNTIL WS-EOF = 'Y'
                      IF ITEM-PARENT-ID IN WS-TDLIST
                            = WS-DESC-ID (WS-DESC-HEAD)
                         MOVE 'Y' TO WS-CHILD-ITEM
                         IF REQ-FORMAT-JSON
                            PERFORM DISPLAY-ITEM-JSON
                         ELSE
                            PERFORM DISPLAY-ITEM
                         END-IF
                         MOVE 'N' TO WS-CHILD-ITEM
                         IF WS-DESC-TAIL < 9999
                            ADD 1 TO WS-DESC-TAIL
                            MOVE ITEM-ID IN WS-TDLIST
                              TO WS-DESC-ID (WS-DESC-TAIL)
                         END-IF
                      END-IF
                      PERFORM READ-NEXT-OPEN-ITEM
                   END-PERFORM
                   ADD 1 TO WS-DESC-HEAD
                END-PERFORM
                MOVE WS-LEVEL-KEY TO WS-SCAN-KEY
                PERFORM RESTART-ITEM-SCAN
             END-IF
          EXIT.

       READ-AGENDA-FROM-FILE SECTION.
             CLOSE TDLIST
          EXIT.

       READ-APPROVAL-ITEMS-FROM-FILE SECTION.
             MOVE 'N' TO WS-EOF
             MOVE 'A' TO WS-CONTROL-MODE
             PERFORM OPEN-TDLIST-INPUT-LOCKED
             DISPLAY "<ul>"
             IF WS-TDLIST-STATUS = '00'
                PERFORM UNTIL WS-EOF='Y'
                    READ TDLIST NEXT RECORD INTO WS-TDLIST
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          IF ITEM-AWAITING-APPR IN WS-TDLIST
                                AND (REQ-OWNER = SPACES
                                   OR ITEM-OWNER IN WS-TDLIST
                                      = REQ-OWNER)
                             PERFORM DISPLAY-ITEM
                          END-IF
                    END-READ
                END-PERFORM
             END-IF
             DISPLAY "</ul>"
             MOVE SPACE TO WS-CONTROL-MODE
             CLOSE TDLIST
          EXIT.

       WATCH-ITEM SECTION.
           IF WS-ACTING-OWNER = SPACES
              MOVE 'BAD-OWNER' TO REQ-RESULT-CODE
           ELSE
              PERFORM LOOKUP-TARGET-PRIORITY
           END-IF
           IF REQ-OK
              MOVE 'CHECK' TO CONF-FUNCTION
              MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
              MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
              MOVE WS-ACTING-OWNER TO CONF-USER
              MOVE REQ-ACTING-ROLE TO CONF-ROLE
              CALL "TODOCONF" USING TODOCONF-PARAMETERS
              IF NOT CONF-IS-VISIBLE
                 MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
              END-IF
           END-IF
           IF REQ-OK
              PERFORM LOAD-WATCH-TABLE
              PERFORM FIND-WATCH-ENTRY
              IF WS-WATCH-HIT = ZERO
                 MOVE SPACES TO WS-WATCH-LINE
                 MOVE REQ-ITEM-ID TO WS-WATCH-ITEM-ID
                 MOVE WS-ACTING-OWNER TO WS-WATCH-USER
                 OPEN EXTEND WATCH-FILE
                 IF WS-WATCH-STATUS = '35'
                    OPEN OUTPUT WATCH-FILE
                 END-IF
                 WRITE WATCH-RECORD FROM WS-WATCH-LINE
                 CLOSE WATCH-FILE
                 MOVE 'WATCH' TO WS-AUDIT-ACTION
                 MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
                 MOVE WS-ACTING-OWNER TO WS-AUDIT-CONTENT
                 PERFORM WRITE-AUDIT-LOG-ENTRY
              END-IF
           END-IF
          EXIT.

       UNWATCH-ITEM SECTION.
           PERFORM LOAD-WATCH-TABLE
           PERFORM FIND-WATCH-ENTRY
           EVALUATE TRUE
           WHEN WS-WATCH-FULL = 'Y'
              MOVE 'LIST-FULL' TO REQ-RESULT-CODE
           WHEN WS-WATCH-HIT = ZERO
              MOVE 'NOT-WATCHED' TO REQ-RESULT-CODE
           WHEN OTHER
              MOVE ZERO TO WS-WATCH-E-ID (WS-WATCH-HIT)
              PERFORM REWRITE-WATCH-FILE
              MOVE 'UNWATCH' TO WS-AUDIT-ACTION
              MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
              MOVE WS-ACTING-OWNER TO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
           END-EVALUATE
          EXIT.

       LOAD-WATCH-TABLE SECTION.
           MOVE ZERO TO WS-WATCH-COUNT
           MOVE 'N' TO WS-WATCH-EOF
           MOVE 'N' TO WS-WATCH-FULL
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS = '00'
              PERFORM UNTIL WS-WATCH-EOF = 'Y'
                 READ WATCH-FILE INTO WS-WATCH-LINE
                    AT END MOVE 'Y' TO WS-WATCH-EOF
                    NOT AT END
                       IF WS-WATCH-COUNT < 999
                          ADD 1 TO WS-WATCH-COUNT
                          MOVE WS-WATCH-ITEM-ID
                            TO WS-WATCH-E-ID (WS-WATCH-COUNT)
                          MOVE WS-WATCH-USER
                            TO WS-WATCH-E-USER (WS-WATCH-COUNT)
                       ELSE
                          MOVE 'Y' TO WS-WATCH-FULL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WATCH-FILE
           END-IF
          EXIT.

       FIND-WATCH-ENTRY SECTION.
           MOVE ZERO TO WS-WATCH-HIT
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                 UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
              IF WS-WATCH-E-ID (WS-WATCH-IDX) = REQ-ITEM-ID
                    AND WS-WATCH-E-USER (WS-WATCH-IDX)
                       = WS-ACTING-OWNER
                 MOVE WS-WATCH-IDX TO WS-WATCH-HIT
              END-IF
           END-PERFORM
          EXIT.

       REWRITE-WATCH-FILE SECTION.
           OPEN OUTPUT WATCH-FILE
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                 UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
              IF WS-WATCH-E-ID (WS-WATCH-IDX) > ZERO
                 MOVE SPACES TO WS-WATCH-LINE
                 MOVE WS-WATCH-E-ID (WS-WATCH-IDX)
                   TO WS-WATCH-ITEM-ID
                 MOVE WS-WATCH-E-USER (WS-WATCH-IDX)
                   TO WS-WATCH-USER
                 WRITE WATCH-RECORD FROM WS-WATCH-LINE
              END-IF
           END-PERFORM
           CLOSE WATCH-FILE
          EXIT.

       READ-WATCHED-ITEMS-FROM-FILE SECTION.
             PERFORM LOAD-WATCH-TABLE
             MOVE 'W' TO WS-CONTROL-MODE
             MOVE 'Y' TO WS-JSON-FIRST
             PERFORM OPEN-TDLIST-INPUT-LOCKED
             IF REQ-FORMAT-JSON
                DISPLAY "[" WITH NO ADVANCING
             ELSE
                DISPLAY "<ul>"
             END-IF
             IF WS-TDLIST-STATUS = '00'
                PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                      UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                   IF WS-WATCH-E-USER (WS-WATCH-IDX)
                         = WS-ACTING-OWNER
                      MOVE WS-WATCH-E-ID (WS-WATCH-IDX)
                        TO ITEM-ID IN TDLIST-FILE
                      READ TDLIST INTO WS-TDLIST
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            IF REQ-FORMAT-JSON
                               PERFORM DISPLAY-ITEM-JSON
                            ELSE
                               PERFORM DISPLAY-ITEM
                            END-IF
                      END-READ
                   END-IF
                END-PERFORM
             END-IF
             IF REQ-FORMAT-JSON
                DISPLAY "]"
             ELSE
                DISPLAY "</ul>"
             END-IF
             MOVE SPACE TO WS-CONTROL-MODE
             CLOSE TDLIST
          EXIT.

       READ-TEAM-ITEMS-FROM-FILE SECTION.
             PERFORM COLLECT-TEAM-MEMBERS
             IF REQ-FORMAT-JSON
                DISPLAY "[" WITH NO ADVANCING
             ELSE
                IF REQ-TEAM NOT = SPACES OR WS-TEAM-BOSS = SPACES
                   MOVE 'TEAM-HEAD' TO MSG-ID
                   MOVE WS-TEAM-NAME TO WS-NOTE-OWNER
                ELSE
                   MOVE 'TEAM-REPORTS' TO MSG-ID
                   MOVE WS-TEAM-BOSS TO WS-NOTE-OWNER
                END-IF
                CALL "TODOMSG" USING TODOMSG-PARAMETERS
                PERFORM ESCAPE-NOTE-OWNER
                DISPLAY "<h2>" FUNCTION TRIM(MSG-TEXT) " "
                   WS-OWNER-ESCAPED (1:WS-OWNER-ESC-LEN) "</h2>"
                IF WS-TEAM-MEMBER-COUNT = ZERO
                   MOVE 'TEAM-EMPTY' TO MSG-ID
                   CALL "TODOMSG" USING TODOMSG-PARAMETERS
                   DISPLAY "<p>" FUNCTION TRIM(MSG-TEXT) "</p>"
                END-IF
             END-IF
             IF WS-TEAM-MEMBER-COUNT > ZERO
                PERFORM OPEN-TDLIST-INPUT-LOCKED
                IF WS-TDLIST-STATUS = '00'
                   PERFORM VARYING WS-TEAM-MEMBER-IDX FROM 1 BY 1
                         UNTIL WS-TEAM-MEMBER-IDX
                            > WS-TEAM-MEMBER-COUNT
                      PERFORM SHOW-TEAM-MEMBER-ITEMS
                   END-PERFORM
                END-IF
                CLOSE TDLIST
             END-IF
             IF REQ-FORMAT-JSON
                DISPLAY "]"
             END-IF
          EXIT.

       COLLECT-TEAM-MEMBERS SECTION.
             MOVE ZERO TO WS-TEAM-MEMBER-COUNT
             MOVE REQ-TEAM TO WS-TEAM-NAME
             MOVE SPACES TO WS-TEAM-BOSS
             IF WS-TEAM-NAME = SPACES
                MOVE REQ-OWNER TO WS-TEAM-BOSS
                IF WS-TEAM-BOSS = SPACES
                   MOVE WS-ACTING-OWNER TO WS-TEAM-BOSS
                END-IF
                MOVE 'LOOKUP' TO ORG-FUNCTION
                MOVE WS-TEAM-BOSS TO ORG-USER-ID
                CALL "TODOORG" USING TODOORG-PARAMETERS
                IF ORG-IS-FOUND
                   MOVE ORG-TEAM TO WS-TEAM-NAME
                END-IF
                PERFORM VARYING WS-TEAM-ENTRY-IDX FROM 1 BY 1
                      UNTIL WS-TEAM-ENTRY-IDX > ORG-ENTRY-COUNT
                   MOVE 'ENTRY' TO ORG-FUNCTION
                   MOVE WS-TEAM-ENTRY-IDX TO ORG-ENTRY-NO
                   CALL "TODOORG" USING TODOORG-PARAMETERS
                   MOVE ORG-USER-ID TO WS-TEAM-ENTRY-USER
                   MOVE ORG-TEAM TO WS-TEAM-ENTRY-TEAM
                   MOVE 'UNDER' TO ORG-FUNCTION
                   MOVE WS-TEAM-BOSS TO ORG-BOSS-ID
                   CALL "TODOORG" USING TODOORG-PARAMETERS
                   IF ORG-IS-FOUND
                      PERFORM ADD-TEAM-MEMBER
                   END-IF
                END-PERFORM
             END-IF
             IF WS-TEAM-MEMBER-COUNT = ZERO
                   AND WS-TEAM-NAME NOT = SPACES
                IF REQ-TEAM = SPACES
                   MOVE SPACES TO WS-TEAM-BOSS
                END-IF
                MOVE 'ENTRY' TO ORG-FUNCTION
                MOVE 1 TO ORG-ENTRY-NO
                CALL "TODOORG" USING TODOORG-PARAMETERS
                PERFORM VARYING WS-TEAM-ENTRY-IDX FROM 1 BY 1
                      UNTIL WS-TEAM-ENTRY-IDX > ORG-ENTRY-COUNT
                   MOVE WS-TEAM-ENTRY-IDX TO ORG-ENTRY-NO
                   CALL "TODOORG" USING TODOORG-PARAMETERS
                   IF ORG-TEAM = WS-TEAM-NAME
                      MOVE ORG-USER-ID TO WS-TEAM-ENTRY-USER
                      MOVE ORG-TEAM TO WS-TEAM-ENTRY-TEAM
                      PERFORM ADD-TEAM-MEMBER
                   END-IF
                END-PERFORM
             END-IF
          EXIT.

       ADD-TEAM-MEMBER SECTION.
             IF WS-TEAM-MEMBER-COUNT < 99
                ADD 1 TO WS-TEAM-MEMBER-COUNT
                MOVE WS-TEAM-ENTRY-USER
                  TO WS-TEAM-M-USER (WS-TEAM-MEMBER-COUNT)
                MOVE WS-TEAM-ENTRY-TEAM
                  TO WS-TEAM-M-TEAM (WS-TEAM-MEMBER-COUNT)
             END-IF
          EXIT.

       SHOW-TEAM-MEMBER-ITEMS SECTION.
             IF REQ-FORMAT-JSON
                IF WS-TEAM-MEMBER-IDX > 1
                   DISPLAY "," WITH NO ADVANCING
                END-IF
                DISPLAY "{""owner"":"""
                   FUNCTION TRIM(WS-TEAM-M-USER (WS-TEAM-MEMBER-IDX))
                   """,""team"":"""
                   FUNCTION TRIM(WS-TEAM-M-TEAM (WS-TEAM-MEMBER-IDX))
                   """,""items"":[" WITH NO ADVANCING
                MOVE 'Y' TO WS-JSON-FIRST
             ELSE
                MOVE WS-TEAM-M-USER (WS-TEAM-MEMBER-IDX)
                  TO WS-NOTE-OWNER
                PERFORM ESCAPE-NOTE-OWNER
                DISPLAY "<h3>" WS-OWNER-ESCAPED (1:WS-OWNER-ESC-LEN)
                   "</h3>"
                DISPLAY "<ul>"
             END-IF
             MOVE 'N' TO WS-EOF
             MOVE WS-TEAM-M-USER (WS-TEAM-MEMBER-IDX)
               TO ITEM-OWNER IN TDLIST-FILE
             START TDLIST KEY IS = ITEM-OWNER IN TDLIST-FILE
                INVALID KEY MOVE 'Y' TO WS-EOF
             END-START
             PERFORM UNTIL WS-EOF = 'Y'
                READ TDLIST NEXT RECORD INTO WS-TDLIST
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF ITEM-OWNER IN WS-TDLIST
                            NOT = WS-TEAM-M-USER (WS-TEAM-MEMBER-IDX)
                         MOVE 'Y' TO WS-EOF
                      ELSE
                         IF ITEM-ACTIVE IN WS-TDLIST
                            IF REQ-FORMAT-JSON
                               PERFORM DISPLAY-ITEM-JSON
                            ELSE
                               PERFORM DISPLAY-ITEM
                            END-IF
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             IF REQ-FORMAT-JSON
                DISPLAY "]}" WITH NO ADVANCING
             ELSE
                DISPLAY "</ul>"
             END-IF
          EXIT.

       READ-NEXT-ITEMS-FROM-FILE SECTION.
             MOVE REQ-OWNER TO WS-NEXT-OWNER
             IF WS-NEXT-OWNER = SPACES
                MOVE WS-ACTING-OWNER TO WS-NEXT-OWNER
             END-IF
             MOVE REQ-TOP-COUNT TO WS-NEXT-LIMIT
             IF WS-NEXT-LIMIT = ZERO
                MOVE 10 TO WS-NEXT-LIMIT
             END-IF
             MOVE ZERO TO WS-NEXT-COUNT
             MOVE 'N' TO WS-NEXT-OPENED
             PERFORM LOAD-DEP-TABLE
             PERFORM OPEN-TDLIST-INPUT-LOCKED
             IF WS-TDLIST-STATUS = '00'
                MOVE 'Y' TO WS-NEXT-OPENED
                MOVE 'N' TO WS-EOF
                MOVE WS-NEXT-OWNER TO ITEM-OWNER IN TDLIST-FILE
                START TDLIST KEY IS = ITEM-OWNER IN TDLIST-FILE
                   INVALID KEY MOVE 'Y' TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = 'Y'
                   READ TDLIST NEXT RECORD INTO WS-TDLIST
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF ITEM-OWNER IN WS-TDLIST NOT = WS-NEXT-OWNER
                            MOVE 'Y' TO WS-EOF
                         ELSE
                            IF ITEM-ACTIVE IN WS-TDLIST
                                  AND WS-NEXT-COUNT < 999
                               ADD 1 TO WS-NEXT-COUNT
                               MOVE ITEM-ID IN WS-TDLIST
                                 TO WS-NXT-ID (WS-NEXT-COUNT)
                            END-IF
                         END-IF
                   END-READ
                END-PERFORM
                PERFORM VARYING WS-NEXT-IDX FROM 1 BY 1
                      UNTIL WS-NEXT-IDX > WS-NEXT-COUNT
                   PERFORM SCORE-NEXT-CANDIDATE
                END-PERFORM
             END-IF
             IF REQ-FORMAT-JSON
                DISPLAY "[" WITH NO ADVANCING
                MOVE 'Y' TO WS-JSON-FIRST
             ELSE
                MOVE 'NEXT-HEAD' TO MSG-ID
                CALL "TODOMSG" USING TODOMSG-PARAMETERS
                MOVE WS-NEXT-OWNER TO WS-NOTE-OWNER
                PERFORM ESCAPE-NOTE-OWNER
                DISPLAY "<h2>" FUNCTION TRIM(MSG-TEXT) " "
                   WS-OWNER-ESCAPED (1:WS-OWNER-ESC-LEN) "</h2>"
                IF WS-NEXT-COUNT = ZERO
                   MOVE 'NEXT-EMPTY' TO MSG-ID
                   CALL "TODOMSG" USING TODOMSG-PARAMETERS
                   DISPLAY "<p>" FUNCTION TRIM(MSG-TEXT) "</p>"
                ELSE
                   DISPLAY "<ol>"
                END-IF
             END-IF
             MOVE ZERO TO WS-NEXT-RANK
             PERFORM UNTIL WS-NEXT-RANK >= WS-NEXT-LIMIT
                   OR WS-NEXT-RANK >= WS-NEXT-COUNT
                MOVE ZERO TO WS-NEXT-BEST
                PERFORM VARYING WS-NEXT-IDX FROM 1 BY 1
                      UNTIL WS-NEXT-IDX > WS-NEXT-COUNT
                   IF WS-NXT-PICKED (WS-NEXT-IDX) = 'N'
                      IF WS-NEXT-BEST = ZERO
                         MOVE WS-NEXT-IDX TO WS-NEXT-BEST
                      ELSE
                         IF WS-NXT-SCORE (WS-NEXT-IDX)
                               > WS-NXT-SCORE (WS-NEXT-BEST)
                            MOVE WS-NEXT-IDX TO WS-NEXT-BEST
                         END-IF
                      END-IF
                   END-IF
                END-PERFORM
                MOVE 'Y' TO WS-NXT-PICKED (WS-NEXT-BEST)
                ADD 1 TO WS-NEXT-RANK
                PERFORM SHOW-NEXT-ITEM
             END-PERFORM
             IF WS-NEXT-OPENED = 'Y'
                CLOSE TDLIST
             END-IF
             IF REQ-FORMAT-JSON
                DISPLAY "]"
             ELSE
                IF WS-NEXT-COUNT > ZERO
                   DISPLAY "</ol>"
                END-IF
             END-IF
          EXIT.

       SCORE-NEXT-CANDIDATE SECTION.
             MOVE 'N' TO WS-NXT-PICKED (WS-NEXT-IDX)
             MOVE WS-NXT-ID (WS-NEXT-IDX) TO ITEM-ID IN TDLIST-FILE
             READ TDLIST INTO WS-TDLIST
                KEY IS ITEM-ID IN TDLIST-FILE
                INVALID KEY
                   MOVE ZERO TO ITEM-PRIORITY IN WS-TDLIST
                   MOVE ZERO TO ITEM-DUE-DATE IN WS-TDLIST
                   MOVE ZERO TO ITEM-CREATED-DATE IN WS-TDLIST
             END-READ
             MOVE WS-NXT-ID (WS-NEXT-IDX) TO URG-ITEM-ID
             MOVE ITEM-PRIORITY IN WS-TDLIST TO URG-PRIORITY
             MOVE ITEM-DUE-DATE IN WS-TDLIST TO URG-DUE-DATE
             MOVE ITEM-CREATED-DATE IN WS-TDLIST TO URG-CREATED-DATE
             MOVE ZERO TO WS-NEXT-WAITING
             PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                IF WS-DEP-E-PRED (WS-DEP-IDX) = URG-ITEM-ID
                   MOVE WS-DEP-E-SUCC (WS-DEP-IDX)
                     TO ITEM-ID IN TDLIST-FILE
                   READ TDLIST INTO WS-LOOKUP-ITEM
                      KEY IS ITEM-ID IN TDLIST-FILE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF ITEM-ACTIVE IN WS-LOOKUP-ITEM
                               AND WS-NEXT-WAITING < 999
                            ADD 1 TO WS-NEXT-WAITING
                         END-IF
                   END-READ
                END-IF
             END-PERFORM
             MOVE WS-NEXT-WAITING TO URG-WAITING
             CALL "TODOURG" USING TODOURG-PARAMETERS
             MOVE URG-SCORE TO WS-NXT-SCORE (WS-NEXT-IDX)
             MOVE URG-PRIORITY-POINTS
               TO WS-NXT-PRIORITY-PTS (WS-NEXT-IDX)
             MOVE URG-DUE-POINTS TO WS-NXT-DUE-PTS (WS-NEXT-IDX)
             MOVE URG-WAITING-POINTS
               TO WS-NXT-WAITING-PTS (WS-NEXT-IDX)
             MOVE URG-AGE-POINTS TO WS-NXT-AGE-PTS (WS-NEXT-IDX)
             MOVE URG-TICKLER-POINTS
               TO WS-NXT-TICKLER-PTS (WS-NEXT-IDX)
             MOVE URG-DUE-DAYS TO WS-NXT-DUE-DAYS (WS-NEXT-IDX)
          EXIT.

       SHOW-NEXT-ITEM SECTION.
             MOVE WS-NXT-ID (WS-NEXT-BEST) TO ITEM-ID IN TDLIST-FILE
             READ TDLIST INTO WS-TDLIST
                KEY IS ITEM-ID IN TDLIST-FILE
                INVALID KEY
                   MOVE SPACES TO ITEM-CONTENT IN WS-TDLIST
             END-READ
             PERFORM MASK-CONFIDENTIAL-ITEM
             MOVE WS-NXT-DUE-DAYS (WS-NEXT-BEST) TO WS-NEXT-DAYS-SHOWN
             IF REQ-FORMAT-JSON
                PERFORM ESCAPE-ITEM-CONTENT-JSON
                IF WS-JSON-FIRST = 'N'
                   DISPLAY "," WITH NO ADVANCING
                END-IF
                MOVE 'N' TO WS-JSON-FIRST
                DISPLAY "{""rank"":" WS-NEXT-RANK
                   ",""id"":" WS-NXT-ID (WS-NEXT-BEST)
                   ",""content"":"""
                   WS-JSON-CONTENT (1:WS-JSON-LENGTH) """"
                   ",""score"":" WS-NXT-SCORE (WS-NEXT-BEST)
                   ",""priority"":" WS-NXT-PRIORITY-PTS (WS-NEXT-BEST)
                   ",""due"":" WS-NXT-DUE-PTS (WS-NEXT-BEST)
                   ",""duedays"":" FUNCTION TRIM(WS-NEXT-DAYS-SHOWN)
                   ",""waiting"":" WS-NXT-WAITING-PTS (WS-NEXT-BEST)
                   ",""age"":" WS-NXT-AGE-PTS (WS-NEXT-BEST)
                   ",""tickler"":" WS-NXT-TICKLER-PTS (WS-NEXT-BEST)
                   "}" WITH NO ADVANCING
             ELSE
                PERFORM ESCAPE-ITEM-CONTENT
                DISPLAY "<li>" WS-ESCAPED-CONTENT (1:WS-ESCAPED-LENGTH)
                   " [" WS-NXT-SCORE (WS-NEXT-BEST) "]"
                   WITH NO ADVANCING
                MOVE 'NEXT-PRIORITY' TO MSG-ID
                CALL "TODOMSG" USING TODOMSG-PARAMETERS
                DISPLAY " " FUNCTION TRIM(MSG-TEXT) " "
                   WS-NXT-PRIORITY-PTS (WS-NEXT-BEST)
                   WITH NO ADVANCING
                MOVE 'NEXT-DUE' TO MSG-ID
                CALL "TODOMSG" USING TODOMSG-PARAMETERS
                DISPLAY ", " FUNCTION TRIM(MSG-TEXT) " "
                   WS-NXT-DUE-PTS (WS-NEXT-BEST)
                   " (" FUNCTION TRIM(WS-NEXT-DAYS-SHOWN) ")"
                   WITH NO ADVANCING
                MOVE 'NEXT-WAITING' TO MSG-ID
                CALL "TODOMSG" USING TODOMSG-PARAMETERS
                DISPLAY ", " FUNCTION TRIM(MSG-TEXT) " "
                   WS-NXT-WAITING-PTS (WS-NEXT-BEST)
                   WITH NO ADVANCING
                MOVE 'NEXT-AGE' TO MSG-ID
                CALL "TODOMSG" USING TODOMSG-PARAMETERS
                DISPLAY ", " FUNCTION TRIM(MSG-TEXT) " "
                   WS-NXT-AGE-PTS (WS-NEXT-BEST)
                   WITH NO ADVANCING
                MOVE 'NEXT-TICKLER' TO MSG-ID
                CALL "TODOMSG" USING TODOMSG-PARAMETERS
                DISPLAY ", " FUNCTION TRIM(MSG-TEXT) " "
                   WS-NXT-TICKLER-PTS (WS-NEXT-BEST) "</li>"
             END-IF
          EXIT.

       SAVE-VIEW-TO-FILE SECTION.
           IF WS-ACTING-OWNER = SPACES
              MOVE 'BAD-OWNER' TO REQ-RESULT-CODE
           ELSE
              PERFORM CHECK-VIEW-NAME
           END-IF
           IF REQ-OK
              IF REQ-STATUS-FILTER NOT = SPACES
                    AND REQ-STATUS-FILTER NOT = 'OPEN'
                    AND REQ-STATUS-FILTER NOT = 'PROG'
                    AND REQ-STATUS-FILTER NOT = 'WAIT'
                    AND REQ-STATUS-FILTER NOT = 'APPR'
                    AND REQ-STATUS-FILTER NOT = 'DONE'
                 MOVE 'BAD-FILTER' TO REQ-RESULT-CODE
              END-IF
           END-IF
           IF REQ-OK
              PERFORM LOAD-VIEW-TABLE
              PERFORM FIND-VIEW-ENTRY
              IF WS-VIEW-HIT = ZERO
                 IF WS-VIEW-COUNT < 500
                    ADD 1 TO WS-VIEW-COUNT
                    MOVE WS-VIEW-COUNT TO WS-VIEW-HIT
                 ELSE
                    MOVE 'LIST-FULL' TO REQ-RESULT-CODE
                 END-IF
              END-IF
           END-IF
           IF REQ-OK
              MOVE SPACES TO WS-VIEW-LINE
              MOVE WS-ACTING-OWNER TO VIEW-USER
              MOVE REQ-VIEW-NAME TO VIEW-NAME
              IF REQ-VIEW-DIGEST = 'Y'
                 MOVE 'Y' TO VIEW-DIGEST
              ELSE
                 MOVE 'N' TO VIEW-DIGEST
              END-IF
              MOVE REQ-STATUS-FILTER TO VIEW-STATUS
              MOVE REQ-PRIORITY-MIN TO VIEW-PRIORITY-MIN
              MOVE REQ-DUE-FROM TO VIEW-DUE-FROM
              MOVE REQ-DUE-TO TO VIEW-DUE-TO
              MOVE REQ-CATEGORY TO VIEW-CATEGORY
              MOVE REQ-OWNER TO VIEW-OWNER
              MOVE REQ-KEYWORD TO VIEW-KEYWORD
              MOVE WS-VIEW-LINE TO WS-VIEW-ROW (WS-VIEW-HIT)
              PERFORM REWRITE-VIEW-FILE
              MOVE 'SAVE-VIEW' TO WS-AUDIT-ACTION
              MOVE ZERO TO WS-AUDIT-ITEM-ID
              MOVE REQ-VIEW-NAME TO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
           END-IF
          EXIT.

       CHECK-VIEW-NAME SECTION.
           IF REQ-VIEW-NAME = SPACES
              MOVE 'BAD-VIEW-NAME' TO REQ-RESULT-CODE
           ELSE
              COMPUTE WS-VIEW-NAME-LEN = FUNCTION LENGTH
                 (FUNCTION TRIM(REQ-VIEW-NAME TRAILING))
              PERFORM VARYING WS-VIEW-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-VIEW-CHAR-IDX > WS-VIEW-NAME-LEN
                 MOVE REQ-VIEW-NAME (WS-VIEW-CHAR-IDX:1)
                   TO WS-VIEW-CHAR
                 IF (WS-VIEW-CHAR < 'A' OR WS-VIEW-CHAR > 'Z')
                       AND WS-VIEW-CHAR NOT NUMERIC
                       AND WS-VIEW-CHAR NOT = '-'
                       AND WS-VIEW-CHAR NOT = '_'
                    MOVE 'BAD-VIEW-NAME' TO REQ-RESULT-CODE
                 END-IF
              END-PERFORM
           END-IF
          EXIT.

       DROP-VIEW-FROM-FILE SECTION.
           PERFORM LOAD-VIEW-TABLE
           PERFORM FIND-VIEW-ENTRY
           IF WS-VIEW-HIT = ZERO
              MOVE 'VIEW-NOT-FOUND' TO REQ-RESULT-CODE
           ELSE
              MOVE SPACES TO WS-VIEW-ROW (WS-VIEW-HIT)
              PERFORM REWRITE-VIEW-FILE
              MOVE 'DROP-VIEW' TO WS-AUDIT-ACTION
              MOVE ZERO TO WS-AUDIT-ITEM-ID
              MOVE REQ-VIEW-NAME TO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
           END-IF
          EXIT.

       RUN-SAVED-VIEW SECTION.
           PERFORM LOAD-VIEW-TABLE
           PERFORM FIND-VIEW-ENTRY
           IF WS-VIEW-HIT = ZERO
              MOVE 'VIEW-NOT-FOUND' TO REQ-RESULT-CODE
           ELSE
              MOVE WS-VIEW-ROW (WS-VIEW-HIT) TO WS-VIEW-LINE
              MOVE VIEW-STATUS TO REQ-STATUS-FILTER
              MOVE VIEW-PRIORITY-MIN TO REQ-PRIORITY-MIN
              MOVE VIEW-DUE-FROM TO REQ-DUE-FROM
              MOVE VIEW-DUE-TO TO REQ-DUE-TO
              MOVE VIEW-CATEGORY TO REQ-CATEGORY
              MOVE VIEW-OWNER TO REQ-OWNER
              MOVE VIEW-KEYWORD TO REQ-KEYWORD
              PERFORM FILTER-TODOLIST-FROM-FILE
           END-IF
          EXIT.

       LOAD-VIEW-TABLE SECTION.
           MOVE ZERO TO WS-VIEW-COUNT
           MOVE 'N' TO WS-VIEW-EOF
           OPEN INPUT VIEW-FILE
           IF WS-VIEW-STATUS = '00'
              PERFORM UNTIL WS-VIEW-EOF = 'Y'
                 READ VIEW-FILE INTO WS-VIEW-LINE
                    AT END MOVE 'Y' TO WS-VIEW-EOF
                    NOT AT END
                       IF WS-VIEW-COUNT < 500
                             AND VIEW-USER NOT = SPACES
                          ADD 1 TO WS-VIEW-COUNT
                          MOVE WS-VIEW-LINE
                            TO WS-VIEW-ROW (WS-VIEW-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VIEW-FILE
           END-IF
          EXIT.

       FIND-VIEW-ENTRY SECTION.
           MOVE ZERO TO WS-VIEW-HIT
           PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                 UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
              MOVE WS-VIEW-ROW (WS-VIEW-IDX) TO WS-VIEW-LINE
              IF VIEW-USER = WS-ACTING-OWNER
                    AND VIEW-NAME = REQ-VIEW-NAME
                 MOVE WS-VIEW-IDX TO WS-VIEW-HIT
              END-IF
           END-PERFORM
          EXIT.

       REWRITE-VIEW-FILE SECTION.
           OPEN OUTPUT VIEW-FILE
           PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                 UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
              IF WS-VIEW-ROW (WS-VIEW-IDX) NOT = SPACES
                 WRITE VIEW-RECORD FROM WS-VIEW-ROW (WS-VIEW-IDX)
              END-IF
           END-PERFORM
           CLOSE VIEW-FILE
          EXIT.

       SHOW-VIEWS-FROM-FILE SECTION.
           PERFORM LOAD-VIEW-TABLE
           MOVE 'Y' TO WS-JSON-FIRST
           IF REQ-FORMAT-JSON
              DISPLAY "[" WITH NO ADVANCING
           ELSE
              DISPLAY "<ul>"
           END-IF
           PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                 UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
              MOVE WS-VIEW-ROW (WS-VIEW-IDX) TO WS-VIEW-LINE
              IF VIEW-USER = WS-ACTING-OWNER
                 MOVE VIEW-KEYWORD TO ITEM-CONTENT IN WS-TDLIST
                 MOVE VIEW-CATEGORY TO ITEM-CATEGORY IN WS-TDLIST
                 IF REQ-FORMAT-JSON
                    PERFORM DISPLAY-VIEW-JSON
                 ELSE
                    PERFORM DISPLAY-VIEW
                 END-IF
              END-IF
           END-PERFORM
           IF REQ-FORMAT-JSON
              DISPLAY "]"
           ELSE
              DISPLAY "</ul>"
           END-IF
          EXIT.

       DISPLAY-VIEW SECTION.
           DISPLAY "<li><a href=""?action=RUN-VIEW&view="
              FUNCTION TRIM(VIEW-NAME)
              FUNCTION TRIM(WS-LINK-SUFFIX) """>"
              FUNCTION TRIM(VIEW-NAME) "</a>"
              WITH NO ADVANCING
           IF VIEW-STATUS NOT = SPACES
              DISPLAY " status " VIEW-STATUS WITH NO ADVANCING
           END-IF
           IF VIEW-PRIORITY-MIN > ZERO
              DISPLAY " prio &gt;= " VIEW-PRIORITY-MIN
                 WITH NO ADVANCING
           END-IF
           IF VIEW-DUE-FROM > ZERO
              DISPLAY " due from " VIEW-DUE-FROM WITH NO ADVANCING
           END-IF
           IF VIEW-DUE-TO > ZERO
              DISPLAY " due to " VIEW-DUE-TO WITH NO ADVANCING
           END-IF
           IF VIEW-CATEGORY NOT = SPACES
              DISPLAY " category " FUNCTION TRIM(VIEW-CATEGORY)
                 WITH NO ADVANCING
           END-IF
           IF VIEW-OWNER NOT = SPACES
              DISPLAY " owner " FUNCTION TRIM(VIEW-OWNER)
                 WITH NO ADVANCING
           END-IF
           IF VIEW-KEYWORD NOT = SPACES
              PERFORM ESCAPE-ITEM-CONTENT
              DISPLAY " text """
                 WS-ESCAPED-CONTENT (1:WS-ESCAPED-LENGTH) """"
                 WITH NO ADVANCING
           END-IF
           IF VIEW-DIGEST = 'Y'
              DISPLAY " (digest)" WITH NO ADVANCING
           END-IF
           DISPLAY " [<a href=""?action=DROP-VIEW&view="
              FUNCTION TRIM(VIEW-NAME)
              FUNCTION TRIM(WS-LINK-SUFFIX) """>drop</a>]</li>"
          EXIT.

       DISPLAY-VIEW-JSON SECTION.
           PERFORM ESCAPE-ITEM-CONTENT-JSON
           PERFORM ESCAPE-CATEGORY-JSON
           IF WS-JSON-FIRST = 'N'
              DISPLAY "," WITH NO ADVANCING
           END-IF
           MOVE 'N' TO WS-JSON-FIRST
           DISPLAY "{""view"":""" FUNCTION TRIM(VIEW-NAME) """"
              ",""digest"":""" VIEW-DIGEST """"
              ",""status"":""" FUNCTION TRIM(VIEW-STATUS) """"
              ",""priomin"":" VIEW-PRIORITY-MIN
              ",""duefrom"":" VIEW-DUE-FROM
              ",""dueto"":" VIEW-DUE-TO
              ",""category"":"""
                 WS-JSON-CATEGORY (1:WS-JSON-CATEGORY-LENGTH) """"
              ",""owner"":""" FUNCTION TRIM(VIEW-OWNER) """"
              ",""keyword"":"""
                 WS-JSON-CONTENT (1:WS-JSON-LENGTH) """}"
              WITH NO ADVANCING
          EXIT.

       SET-PROJECT-FOR-ITEM SECTION.
           PERFORM LOOKUP-TARGET-PRIORITY
           IF REQ-OK
              IF NOT REQ-ROLE-ADMIN
                    AND (REQ-ACTING-USER = SPACES
                       OR ITEM-OWNER IN WS-TDLIST
                          NOT = REQ-ACTING-USER)
                 MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
              END-IF
           END-IF
           IF REQ-OK
              PERFORM CHECK-PROJECT-MASTER
           END-IF
           IF REQ-OK
              MOVE REQ-ITEM-ID TO WS-PRJLINK-TARGET-ID
              PERFORM STORE-PROJECT-LINK
              MOVE 'PROJECT' TO WS-AUDIT-ACTION
              MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
              MOVE SPACES TO WS-AUDIT-CONTENT
              IF REQ-PROJECT-CODE = SPACES
                 MOVE '(none)' TO WS-AUDIT-CONTENT
              ELSE
                 STRING FUNCTION TRIM(REQ-PROJECT-CODE) ' '
                        FUNCTION TRIM(REQ-MILESTONE)
                    DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
              END-IF
              PERFORM WRITE-AUDIT-LOG-ENTRY
           END-IF
          EXIT.

       SET-CONFIDENTIAL-FOR-ITEM SECTION.
           PERFORM LOOKUP-TARGET-PRIORITY
           IF REQ-OK
              IF NOT REQ-ROLE-ADMIN
                    AND (REQ-ACTING-USER = SPACES
                       OR ITEM-OWNER IN WS-TDLIST
                          NOT = REQ-ACTING-USER)
                 MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
              END-IF
           END-IF
           IF REQ-OK
              MOVE SPACES TO WS-AUDIT-CONTENT
              IF REQ-CONFIDENTIAL = 'N'
                 MOVE 'CLEAR' TO CONF-FUNCTION
                 MOVE 'cleared' TO WS-AUDIT-CONTENT
              ELSE
                 MOVE 'SET' TO CONF-FUNCTION
                 MOVE 'set' TO WS-AUDIT-CONTENT
              END-IF
              PERFORM CALL-CONFIDENTIAL-CHECK
              IF CONF-IS-FAILED
                 MOVE 'LIST-FULL' TO REQ-RESULT-CODE
              ELSE
                 MOVE 'CONFIDENTIAL' TO WS-AUDIT-ACTION
                 MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
                 PERFORM WRITE-AUDIT-LOG-ENTRY
              END-IF
           END-IF
          EXIT.

       PLACE-LEGAL-HOLD SECTION.
           IF NOT REQ-ROLE-ADMIN
              MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
           END-IF
           IF REQ-OK
              MOVE REQ-HOLD-KIND TO HOLD-KIND
              MOVE REQ-HOLD-TARGET TO HOLD-TARGET
              MOVE ZERO TO HOLD-RELEASE-DATE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
              IF REQ-HOLD-REF = SPACES OR HOLD-TARGET = SPACES
                    OR NOT HOLD-KIND-VALID
                 MOVE 'BAD-HOLD' TO REQ-RESULT-CODE
              END-IF
              IF REQ-HOLD-RELEASE NOT = SPACES
                 IF REQ-HOLD-RELEASE IS NUMERIC
                       AND REQ-HOLD-RELEASE NOT < WS-TODAY-DATE
                    MOVE REQ-HOLD-RELEASE TO HOLD-RELEASE-DATE
                 ELSE
                    MOVE 'BAD-HOLD' TO REQ-RESULT-CODE
                 END-IF
              END-IF
           END-IF
           IF REQ-OK AND HOLD-KIND-ITEM
              IF FUNCTION TRIM(HOLD-TARGET) IS NUMERIC
                 MOVE FUNCTION NUMVAL(HOLD-TARGET) TO WS-HOLD-ITEM-NO
                 MOVE SPACES TO HOLD-TARGET
                 MOVE WS-HOLD-ITEM-NO TO HOLD-TARGET (1:5)
              ELSE
                 MOVE ZERO TO WS-HOLD-ITEM-NO
              END-IF
              IF WS-HOLD-ITEM-NO = ZERO
                 MOVE 'BAD-HOLD' TO REQ-RESULT-CODE
              END-IF
           END-IF
           IF REQ-OK AND HOLD-KIND-ARCHIVE
              PERFORM CHECK-HOLD-ARCHIVE-LISTED
              IF WS-HOLD-LISTED NOT = 'Y'
                 MOVE 'BAD-HOLD' TO REQ-RESULT-CODE
              END-IF
           END-IF
           IF REQ-OK
              MOVE 'PLACE' TO HOLD-FUNCTION
              MOVE REQ-HOLD-REF TO HOLD-REF
              MOVE REQ-ACTING-USER TO HOLD-SET-BY
              MOVE SPACES TO HOLD-CALLER
              CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
              EVALUATE TRUE
                 WHEN HOLD-IS-FOUND
                    MOVE 'HOLD-EXISTS' TO REQ-RESULT-CODE
                 WHEN NOT HOLD-IS-ACTIVE
                    MOVE 'LIST-FULL' TO REQ-RESULT-CODE
                 WHEN OTHER
                    MOVE 'HOLD' TO WS-AUDIT-ACTION
                    PERFORM WRITE-HOLD-AUDIT-ENTRY
              END-EVALUATE
           END-IF
          EXIT.

       RELEASE-LEGAL-HOLD SECTION.
           IF NOT REQ-ROLE-ADMIN
              MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
           END-IF
           IF REQ-OK AND REQ-HOLD-REF = SPACES
              MOVE 'BAD-HOLD' TO REQ-RESULT-CODE
           END-IF
           IF REQ-OK
              MOVE 'FREE' TO HOLD-FUNCTION
              MOVE REQ-HOLD-REF TO HOLD-REF
              MOVE REQ-HOLD-KIND TO HOLD-KIND
              MOVE REQ-HOLD-TARGET TO HOLD-TARGET
              IF HOLD-KIND-ITEM
                    AND FUNCTION TRIM(HOLD-TARGET) IS NUMERIC
                 MOVE FUNCTION NUMVAL(HOLD-TARGET) TO WS-HOLD-ITEM-NO
                 MOVE SPACES TO HOLD-TARGET
                 MOVE WS-HOLD-ITEM-NO TO HOLD-TARGET (1:5)
              END-IF
              MOVE SPACES TO HOLD-CALLER
              CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
              EVALUATE TRUE
                 WHEN HOLD-IS-FAILED
                    MOVE 'LIST-FULL' TO REQ-RESULT-CODE
                 WHEN HOLD-IS-FOUND
                    MOVE 'HOLD-RELEASE' TO WS-AUDIT-ACTION
                    PERFORM WRITE-HOLD-AUDIT-ENTRY
                 WHEN OTHER
                    MOVE 'HOLD-UNKNOWN' TO REQ-RESULT-CODE
              END-EVALUATE
           END-IF
          EXIT.

       CHECK-HOLD-ARCHIVE-LISTED SECTION.
           MOVE 'N' TO WS-HOLD-LISTED
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCH-INDEX-FILE
           IF WS-ARCH-INDEX-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ARCH-INDEX-FILE INTO WS-ARCH-INDEX-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM MATCH-HOLD-INDEX-LINE
                 END-READ
              END-PERFORM
              CLOSE ARCH-INDEX-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-AUDIT-INDEX-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-INDEX-FILE INTO WS-ARCH-INDEX-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM MATCH-HOLD-INDEX-LINE
                 END-READ
              END-PERFORM
              CLOSE AUDIT-INDEX-FILE
           END-IF
          EXIT.

       MATCH-HOLD-INDEX-LINE SECTION.
           MOVE SPACES TO WS-HOLD-INDEX-NAME
           UNSTRING WS-ARCH-INDEX-LINE DELIMITED BY ' '
              INTO WS-HOLD-INDEX-NAME
           END-UNSTRING
           IF WS-HOLD-INDEX-NAME = HOLD-TARGET
              MOVE 'Y' TO WS-HOLD-LISTED
           END-IF
          EXIT.

       WRITE-HOLD-AUDIT-ENTRY SECTION.
           MOVE ZERO TO WS-AUDIT-ITEM-ID
           IF HOLD-KIND-ITEM
              MOVE WS-HOLD-ITEM-NO TO WS-AUDIT-ITEM-ID
           END-IF
           MOVE SPACES TO WS-AUDIT-CONTENT
           STRING FUNCTION TRIM(REQ-HOLD-REF) ' '
                  FUNCTION TRIM(HOLD-KIND) ' '
                  FUNCTION TRIM(HOLD-TARGET)
              DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
           PERFORM WRITE-AUDIT-LOG-ENTRY
          EXIT.

       CHECK-POOL-TARGET SECTION.
           MOVE SPACES TO WS-POOL-NEW-KIND
           MOVE SPACES TO WS-POOL-NEW-KEY
           EVALUATE TRUE
              WHEN REQ-TEAM NOT = SPACES
                 MOVE 'TEAM' TO WS-POOL-NEW-KIND
                 MOVE REQ-TEAM TO WS-POOL-NEW-KEY
                 MOVE 'N' TO WS-POOL-FOUND
                 MOVE 'ENTRY' TO ORG-FUNCTION
                 MOVE 1 TO ORG-ENTRY-NO
                 CALL "TODOORG" USING TODOORG-PARAMETERS
                 PERFORM VARYING WS-TEAM-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-TEAM-ENTRY-IDX > ORG-ENTRY-COUNT
                          OR WS-POOL-FOUND = 'Y'
                    MOVE WS-TEAM-ENTRY-IDX TO ORG-ENTRY-NO
                    CALL "TODOORG" USING TODOORG-PARAMETERS
                    IF ORG-TEAM = WS-POOL-NEW-KEY
                       MOVE 'Y' TO WS-POOL-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-POOL-FOUND = 'N'
                    MOVE 'BAD-POOL' TO REQ-RESULT-CODE
                 END-IF
              WHEN NEW-TODO-CATEGORY NOT = SPACES
                 MOVE 'CAT' TO WS-POOL-NEW-KIND
                 MOVE NEW-TODO-CATEGORY TO WS-POOL-NEW-KEY
              WHEN OTHER
                 MOVE 'BAD-POOL' TO REQ-RESULT-CODE
           END-EVALUATE
          EXIT.

       WRITE-POOL-RECORD SECTION.
           OPEN EXTEND POOL-FILE
           IF WS-POOL-STATUS = '35'
              OPEN OUTPUT POOL-FILE
           END-IF
           WRITE POOL-RECORD FROM WS-POOL-LINE
           CLOSE POOL-FILE
          EXIT.

       FIND-POOL-ENTRY SECTION.
           MOVE 'N' TO WS-POOL-FOUND
           MOVE 'N' TO WS-POOL-CLAIMED
           MOVE 'CAT' TO WS-POOL-ITEM-KIND
           MOVE ITEM-CATEGORY IN WS-TDLIST TO WS-POOL-ITEM-KEY
           MOVE ITEM-CREATED-DATE IN WS-TDLIST TO WS-POOL-ITEM-SINCE
           MOVE 'N' TO WS-POOL-EOF
           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS = '00'
              PERFORM UNTIL WS-POOL-EOF = 'Y'
                 READ POOL-FILE INTO WS-POOL-LINE
                    AT END MOVE 'Y' TO WS-POOL-EOF
                    NOT AT END
                       IF POOL-ITEM-ID = WS-POOL-TARGET-ID
                          MOVE 'Y' TO WS-POOL-FOUND
                          MOVE POOL-KIND TO WS-POOL-ITEM-KIND
                          MOVE POOL-KEY TO WS-POOL-ITEM-KEY
                          MOVE POOL-ENTERED-DATE TO WS-POOL-ITEM-SINCE
                          IF POOL-CLAIMED-DATE > ZERO
                             MOVE 'Y' TO WS-POOL-CLAIMED
                          ELSE
                             MOVE 'N' TO WS-POOL-CLAIMED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POOL-FILE
           END-IF
          EXIT.

       COMPUTE-POOL-WAIT SECTION.
           MOVE ZERO TO WS-POOL-WAIT-DAYS
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           IF WS-POOL-ITEM-SINCE > ZERO
                 AND WS-POOL-ITEM-SINCE < WS-TODAY-DATE
              COMPUTE WS-POOL-WAIT-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-POOL-ITEM-SINCE)
           END-IF
          EXIT.

       CLAIM-POOL-ITEM SECTION.
           IF WS-ACTING-OWNER = SPACES
              MOVE 'BAD-OWNER' TO REQ-RESULT-CODE
           ELSE
              PERFORM OPEN-TDLIST-INPUT-LOCKED
              IF WS-TDLIST-STATUS NOT = '00'
                 IF WS-TDLIST-STATUS = '35'
                    MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                 END-IF
              ELSE
                 MOVE REQ-ITEM-ID TO ITEM-ID IN TDLIST-FILE
                 READ TDLIST INTO WS-TDLIST
                    INVALID KEY
                       MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                    NOT INVALID KEY
                       IF NOT ITEM-ACTIVE IN WS-TDLIST
                             OR ITEM-OWNER IN WS-TDLIST NOT = SPACES
                          MOVE 'NOT-IN-POOL' TO REQ-RESULT-CODE
                       END-IF
                 END-READ
              END-IF
              CLOSE TDLIST
           END-IF

           IF REQ-OK
              MOVE REQ-ITEM-ID TO WS-POOL-TARGET-ID
              PERFORM FIND-POOL-ENTRY
              IF WS-POOL-ITEM-KIND = 'TEAM' AND NOT REQ-ROLE-ADMIN
                 MOVE 'LOOKUP' TO ORG-FUNCTION
                 MOVE WS-ACTING-OWNER TO ORG-USER-ID
                 CALL "TODOORG" USING TODOORG-PARAMETERS
                 IF NOT ORG-IS-FOUND
                       OR ORG-TEAM NOT = WS-POOL-ITEM-KEY
                    MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
                 END-IF
              END-IF
           END-IF

           IF REQ-OK AND REQ-FORCE NOT = 'Y'
              MOVE WS-ACTING-OWNER TO WS-FEAS-OWNER
              MOVE ITEM-DUE-DATE IN WS-TDLIST TO WS-FEAS-DUE
              COMPUTE WS-FEAS-POINTS = ITEM-PRIORITY IN WS-TDLIST + 1
              MOVE ZERO TO WS-FEAS-PEND-COUNT
              PERFORM CHECK-DUE-FEASIBILITY
           END-IF

           IF REQ-OK
              MOVE REQ-ITEM-ID TO ITEM-ID IN TDLIST-FILE
              PERFORM OPEN-TDLIST-IO-LOCKED
              IF WS-TDLIST-STATUS NOT = '00'
                 IF WS-TDLIST-STATUS = '35'
                    MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                 END-IF
              ELSE
                 READ TDLIST INTO WS-TDLIST
                    INVALID KEY
                       MOVE 'ITEM-NOT-FOUND' TO REQ-RESULT-CODE
                    NOT INVALID KEY
                       IF NOT ITEM-ACTIVE IN WS-TDLIST
                             OR ITEM-OWNER IN WS-TDLIST NOT = SPACES
                          MOVE 'NOT-IN-POOL' TO REQ-RESULT-CODE
                       ELSE
                          MOVE WS-TDLIST TO WS-JRNL-BEFORE
                          MOVE WS-ACTING-OWNER
                            TO ITEM-OWNER IN WS-TDLIST
                          REWRITE TDLIST-FILE FROM WS-TDLIST
                             INVALID KEY
                                MOVE 'ITEM-NOT-FOUND'
                                  TO REQ-RESULT-CODE
                          END-REWRITE
                       END-IF
                 END-READ
              END-IF
              CLOSE TDLIST
           END-IF

           IF REQ-OK
              PERFORM COMPUTE-POOL-WAIT
              MOVE WS-POOL-WAIT-DAYS TO WS-POOL-WAIT-SHOWN
              MOVE 'CLAIM' TO WS-AUDIT-ACTION
              MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
              MOVE SPACES TO WS-AUDIT-CONTENT
              STRING FUNCTION TRIM(WS-POOL-ITEM-KIND) ' '
                     FUNCTION TRIM(WS-POOL-ITEM-KEY) ' after '
                     FUNCTION TRIM(WS-POOL-WAIT-SHOWN) ' d'
                 DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
              MOVE 'CLAIM' TO WS-JRNL-ACTION
              PERFORM WRITE-CHANGE-JOURNAL-ENTRY
              MOVE SPACES TO WS-POOL-LINE
              MOVE REQ-ITEM-ID TO POOL-ITEM-ID
              MOVE WS-POOL-ITEM-KIND TO POOL-KIND
              MOVE WS-POOL-ITEM-KEY TO POOL-KEY
              MOVE WS-POOL-ITEM-SINCE TO POOL-ENTERED-DATE
              MOVE WS-TODAY-DATE TO POOL-CLAIMED-DATE
              MOVE WS-ACTING-OWNER TO POOL-CLAIMED-BY
              PERFORM WRITE-POOL-RECORD
           END-IF
          EXIT.

       READ-POOL-ITEMS-FROM-FILE SECTION.
             PERFORM LOAD-POOL-TABLE
             MOVE SPACES TO WS-POOL-USER-TEAM
             IF WS-ACTING-OWNER NOT = SPACES
                MOVE 'LOOKUP' TO ORG-FUNCTION
                MOVE WS-ACTING-OWNER TO ORG-USER-ID
                CALL "TODOORG" USING TODOORG-PARAMETERS
                IF ORG-IS-FOUND
                   MOVE ORG-TEAM TO WS-POOL-USER-TEAM
                END-IF
             END-IF
             MOVE ZERO TO WS-POOL-SHOWN
             MOVE 'Y' TO WS-JSON-FIRST
             IF REQ-FORMAT-JSON
                DISPLAY "[" WITH NO ADVANCING
             ELSE
                MOVE 'POOL-HEAD' TO MSG-ID
                CALL "TODOMSG" USING TODOMSG-PARAMETERS
                DISPLAY "<h2>" FUNCTION TRIM(MSG-TEXT) "</h2>"
                DISPLAY "<ul>"
             END-IF
             PERFORM OPEN-TDLIST-INPUT-LOCKED
             IF WS-TDLIST-STATUS = '00'
                MOVE 'N' TO WS-EOF
                MOVE SPACES TO ITEM-OWNER IN TDLIST-FILE
                START TDLIST KEY IS = ITEM-OWNER IN TDLIST-FILE
                   INVALID KEY MOVE 'Y' TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = 'Y'
                   READ TDLIST NEXT RECORD INTO WS-TDLIST
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF ITEM-OWNER IN WS-TDLIST NOT = SPACES
                            MOVE 'Y' TO WS-EOF
                         ELSE
                            IF ITEM-ACTIVE IN WS-TDLIST
                               PERFORM SHOW-POOL-ITEM
                            END-IF
                         END-IF
                   END-READ
                END-PERFORM
             END-IF
             CLOSE TDLIST
             IF REQ-FORMAT-JSON
                DISPLAY "]"
             ELSE
                DISPLAY "</ul>"
                IF WS-POOL-SHOWN = ZERO
                   MOVE 'POOL-EMPTY' TO MSG-ID
                   CALL "TODOMSG" USING TODOMSG-PARAMETERS
                   DISPLAY "<p>" FUNCTION TRIM(MSG-TEXT) "</p>"
                END-IF
             END-IF
          EXIT.

       LOAD-POOL-TABLE SECTION.
           MOVE ZERO TO WS-POOL-COUNT
           MOVE 'N' TO WS-POOL-EOF
           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS = '00'
              PERFORM UNTIL WS-POOL-EOF = 'Y'
                 READ POOL-FILE INTO WS-POOL-LINE
                    AT END MOVE 'Y' TO WS-POOL-EOF
                    NOT AT END
                       PERFORM STORE-POOL-TABLE-ROW
                 END-READ
              END-PERFORM
              CLOSE POOL-FILE
           END-IF
          EXIT.

       STORE-POOL-TABLE-ROW SECTION.
           MOVE ZERO TO WS-POOL-HIT
           MOVE ZERO TO WS-POOL-FREE
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                 UNTIL WS-POOL-IDX > WS-POOL-COUNT
              IF WS-POOL-E-ID (WS-POOL-IDX) = POOL-ITEM-ID
                 MOVE WS-POOL-IDX TO WS-POOL-HIT
              END-IF
              IF WS-POOL-E-ID (WS-POOL-IDX) = ZERO
                 MOVE WS-POOL-IDX TO WS-POOL-FREE
              END-IF
           END-PERFORM
           IF POOL-CLAIMED-DATE > ZERO
              IF WS-POOL-HIT > ZERO
                 MOVE ZERO TO WS-POOL-E-ID (WS-POOL-HIT)
              END-IF
           ELSE
              IF WS-POOL-HIT = ZERO
                 IF WS-POOL-FREE > ZERO
                    MOVE WS-POOL-FREE TO WS-POOL-HIT
                 ELSE
                    IF WS-POOL-COUNT < 999
                       ADD 1 TO WS-POOL-COUNT
                       MOVE WS-POOL-COUNT TO WS-POOL-HIT
                    END-IF
                 END-IF
              END-IF
              IF WS-POOL-HIT > ZERO
                 MOVE POOL-ITEM-ID TO WS-POOL-E-ID (WS-POOL-HIT)
                 MOVE POOL-KIND TO WS-POOL-E-KIND (WS-POOL-HIT)
                 MOVE POOL-KEY TO WS-POOL-E-KEY (WS-POOL-HIT)
                 MOVE POOL-ENTERED-DATE
                   TO WS-POOL-E-SINCE (WS-POOL-HIT)
              END-IF
           END-IF
          EXIT.

       SHOW-POOL-ITEM SECTION.
             MOVE 'CAT' TO WS-POOL-ITEM-KIND
             MOVE ITEM-CATEGORY IN WS-TDLIST TO WS-POOL-ITEM-KEY
             MOVE ITEM-CREATED-DATE IN WS-TDLIST TO WS-POOL-ITEM-SINCE
             PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
                IF WS-POOL-E-ID (WS-POOL-IDX) = ITEM-ID IN WS-TDLIST
                   MOVE WS-POOL-E-KIND (WS-POOL-IDX)
                     TO WS-POOL-ITEM-KIND
                   MOVE WS-POOL-E-KEY (WS-POOL-IDX) TO WS-POOL-ITEM-KEY
                   MOVE WS-POOL-E-SINCE (WS-POOL-IDX)
                     TO WS-POOL-ITEM-SINCE
                END-IF
             END-PERFORM
             MOVE 'N' TO WS-POOL-WANTED
             EVALUATE TRUE
                WHEN REQ-CATEGORY NOT = SPACES
                   IF WS-POOL-ITEM-KIND = 'CAT'
                         AND WS-POOL-ITEM-KEY = REQ-CATEGORY
                      MOVE 'Y' TO WS-POOL-WANTED
                   END-IF
                WHEN REQ-TEAM NOT = SPACES
                   IF WS-POOL-ITEM-KIND = 'TEAM'
                         AND WS-POOL-ITEM-KEY = REQ-TEAM
                      MOVE 'Y' TO WS-POOL-WANTED
                   END-IF
                WHEN WS-POOL-ITEM-KIND = 'CAT' OR REQ-ROLE-ADMIN
                   MOVE 'Y' TO WS-POOL-WANTED
                WHEN WS-POOL-ITEM-KEY = WS-POOL-USER-TEAM
                      AND WS-POOL-USER-TEAM NOT = SPACES
                   MOVE 'Y' TO WS-POOL-WANTED
             END-EVALUATE
             IF WS-POOL-WANTED = 'Y'
                ADD 1 TO WS-POOL-SHOWN
                PERFORM COMPUTE-POOL-WAIT
                IF REQ-FORMAT-JSON
                   PERFORM DISPLAY-POOL-ITEM-JSON
                ELSE
                   MOVE 'P' TO WS-CONTROL-MODE
                   PERFORM DISPLAY-ITEM
                   MOVE SPACE TO WS-CONTROL-MODE
                END-IF
             END-IF
          EXIT.

       DISPLAY-POOL-ITEM-JSON SECTION.
          PERFORM MASK-CONFIDENTIAL-ITEM
          PERFORM ESCAPE-ITEM-CONTENT-JSON
          PERFORM ESCAPE-CATEGORY-JSON
          IF WS-JSON-FIRST = 'N'
             DISPLAY "," WITH NO ADVANCING
          END-IF
          MOVE 'N' TO WS-JSON-FIRST
          DISPLAY "{""id"":" ITEM-ID IN WS-TDLIST
             ",""content"":""" WS-JSON-CONTENT (1:WS-JSON-LENGTH) """"
             ",""category"":"""
                WS-JSON-CATEGORY (1:WS-JSON-CATEGORY-LENGTH) """"
             ",""duedate"":" ITEM-DUE-DATE IN WS-TDLIST
             ",""priority"":" ITEM-PRIORITY IN WS-TDLIST
             ",""pool"":""" FUNCTION TRIM(WS-POOL-ITEM-KIND) """"
             ",""poolkey"":""" FUNCTION TRIM(WS-POOL-ITEM-KEY) """"
             ",""since"":" WS-POOL-ITEM-SINCE
             ",""waitdays"":" WS-POOL-WAIT-DAYS "}"
             WITH NO ADVANCING
          EXIT.

       CHECK-PROJECT-MASTER SECTION.
           IF REQ-PROJECT-CODE = SPACES
              IF REQ-MILESTONE NOT = SPACES
                 MOVE 'BAD-PROJECT' TO REQ-RESULT-CODE
              END-IF
           ELSE
              MOVE 'N' TO WS-PRJ-FOUND
              MOVE 'N' TO WS-PROJECT-EOF
              OPEN INPUT PROJECT-FILE
              IF WS-PROJECT-STATUS = '00'
                 PERFORM UNTIL WS-PROJECT-EOF = 'Y'
                    READ PROJECT-FILE INTO WS-PRJ-LINE
                       AT END MOVE 'Y' TO WS-PROJECT-EOF
                       NOT AT END
                          IF WS-PRJ-CODE = REQ-PROJECT-CODE
                             MOVE 'Y' TO WS-PRJ-FOUND
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PROJECT-FILE
              END-IF
              IF WS-PRJ-FOUND = 'N'
                 MOVE 'BAD-PROJECT' TO REQ-RESULT-CODE
              ELSE
                 IF REQ-MILESTONE NOT = SPACES
                    PERFORM CHECK-PROJECT-MILESTONE
                 END-IF
              END-IF
           END-IF
          EXIT.

       CHECK-PROJECT-MILESTONE SECTION.
           MOVE 'N' TO WS-MS-FOUND
           MOVE 'N' TO WS-MILESTONE-EOF
           OPEN INPUT MILESTONE-FILE
           IF WS-MILESTONE-STATUS = '00'
              PERFORM UNTIL WS-MILESTONE-EOF = 'Y'
                 READ MILESTONE-FILE INTO WS-MS-LINE
                    AT END MOVE 'Y' TO WS-MILESTONE-EOF
                    NOT AT END
                       IF WS-MS-PROJECT = REQ-PROJECT-CODE
                             AND WS-MS-CODE = REQ-MILESTONE
                          MOVE 'Y' TO WS-MS-FOUND
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MILESTONE-FILE
           END-IF
           IF WS-MS-FOUND = 'N'
              MOVE 'BAD-MILESTONE' TO REQ-RESULT-CODE
           END-IF
          EXIT.

       LOAD-PROJECT-LINK-TABLE SECTION.
           MOVE ZERO TO WS-PRJLINK-COUNT
           MOVE 'N' TO WS-PRJLINK-EOF
           OPEN INPUT PRJLINK-FILE
           IF WS-PRJLINK-STATUS = '00'
              PERFORM UNTIL WS-PRJLINK-EOF = 'Y'
                 READ PRJLINK-FILE INTO WS-PRJLINK-LINE
                    AT END MOVE 'Y' TO WS-PRJLINK-EOF
                    NOT AT END
                       IF WS-PRJLINK-COUNT < 999
                          ADD 1 TO WS-PRJLINK-COUNT
                          MOVE WS-PRJLINK-ITEM-ID
                            TO WS-PRJLINK-E-ID (WS-PRJLINK-COUNT)
                          MOVE WS-PRJLINK-PROJECT
                            TO WS-PRJLINK-E-PROJECT (WS-PRJLINK-COUNT)
                          MOVE WS-PRJLINK-MILESTONE
                            TO WS-PRJLINK-E-MILESTONE
                               (WS-PRJLINK-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRJLINK-FILE
           END-IF
          EXIT.

       STORE-PROJECT-LINK SECTION.
           PERFORM LOAD-PROJECT-LINK-TABLE
           MOVE ZERO TO WS-PRJLINK-HIT
           PERFORM VARYING WS-PRJLINK-IDX FROM 1 BY 1
                 UNTIL WS-PRJLINK-IDX > WS-PRJLINK-COUNT
              IF WS-PRJLINK-E-ID (WS-PRJLINK-IDX)
                    = WS-PRJLINK-TARGET-ID
                 IF WS-PRJLINK-HIT > ZERO
                    MOVE ZERO TO WS-PRJLINK-E-ID (WS-PRJLINK-HIT)
                 END-IF
                 MOVE WS-PRJLINK-IDX TO WS-PRJLINK-HIT
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN REQ-PROJECT-CODE = SPACES AND WS-PRJLINK-HIT > ZERO
                 MOVE ZERO TO WS-PRJLINK-E-ID (WS-PRJLINK-HIT)
              WHEN REQ-PROJECT-CODE = SPACES
                 CONTINUE
              WHEN WS-PRJLINK-HIT = ZERO AND WS-PRJLINK-COUNT < 999
                 ADD 1 TO WS-PRJLINK-COUNT
                 MOVE WS-PRJLINK-COUNT TO WS-PRJLINK-HIT
                 MOVE WS-PRJLINK-TARGET-ID
                   TO WS-PRJLINK-E-ID (WS-PRJLINK-HIT)
           END-EVALUATE
           IF WS-PRJLINK-HIT > ZERO AND REQ-PROJECT-CODE NOT = SPACES
              MOVE REQ-PROJECT-CODE
                TO WS-PRJLINK-E-PROJECT (WS-PRJLINK-HIT)
              MOVE REQ-MILESTONE
                TO WS-PRJLINK-E-MILESTONE (WS-PRJLINK-HIT)
           END-IF
           IF WS-PRJLINK-HIT > ZERO
              PERFORM REWRITE-PROJECT-LINK-FILE
           END-IF
          EXIT.

       REWRITE-PROJECT-LINK-FILE SECTION.
           OPEN OUTPUT PRJLINK-FILE
           PERFORM VARYING WS-PRJLINK-IDX FROM 1 BY 1
                 UNTIL WS-PRJLINK-IDX > WS-PRJLINK-COUNT
              IF WS-PRJLINK-E-ID (WS-PRJLINK-IDX) > ZERO
                 MOVE SPACES TO WS-PRJLINK-LINE
                 MOVE WS-PRJLINK-E-ID (WS-PRJLINK-IDX)
                   TO WS-PRJLINK-ITEM-ID
                 MOVE WS-PRJLINK-E-PROJECT (WS-PRJLINK-IDX)
                   TO WS-PRJLINK-PROJECT
                 MOVE WS-PRJLINK-E-MILESTONE (WS-PRJLINK-IDX)
                   TO WS-PRJLINK-MILESTONE
                 WRITE PRJLINK-RECORD FROM WS-PRJLINK-LINE
              END-IF
           END-PERFORM
           CLOSE PRJLINK-FILE
          EXIT.

       READ-CATEGORY-ITEMS-FROM-FILE SECTION.
             MOVE 'N' TO WS-EOF
             PERFORM OPEN-TDLIST-INPUT-LOCKED
             DISPLAY "<ul>"
             IF WS-TDLIST-STATUS = '00'
                MOVE REQ-CATEGORY TO ITEM-CATEGORY IN TDLIST-FILE
                START TDLIST KEY IS = ITEM-CATEGORY IN TDLIST-FILE
                   INVALID KEY MOVE 'Y' TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF='Y'
                    READ TDLIST NEXT RECORD INTO WS-TDLIST
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          IF ITEM-CATEGORY IN WS-TDLIST
                                NOT = REQ-CATEGORY
                             MOVE 'Y' TO WS-EOF
                          ELSE
                             IF ITEM-ACTIVE IN WS-TDLIST
                                   AND (REQ-OWNER = SPACES
                                      OR ITEM-OWNER IN WS-TDLIST
                                         = REQ-OWNER)
                                PERFORM DISPLAY-ITEM
                             END-IF
                          END-IF
                    END-READ
                END-PERFORM
             END-IF
             DISPLAY "</ul>"
             CLOSE TDLIST
          EXIT.

       SEARCH-TODOLIST-FROM-FILE SECTION.
             MOVE 'N' TO WS-EOF
             COMPUTE WS-KEYWORD-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(REQ-KEYWORD))
             PERFORM OPEN-TDLIST-INPUT-LOCKED
             DISPLAY "<ul>"
             IF WS-TDLIST-STATUS = '00' AND WS-KEYWORD-LEN > 0
                PERFORM UNTIL WS-EOF='Y'
                    READ TDLIST NEXT RECORD INTO WS-TDLIST
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          MOVE ZERO TO WS-MATCH-COUNT
                          INSPECT ITEM-CONTENT IN WS-TDLIST
                             TALLYING WS-MATCH-COUNT
                             FOR ALL REQ-KEYWORD (1:WS-KEYWORD-LEN)
                          IF ITEM-ACTIVE IN WS-TDLIST
                                AND WS-MATCH-COUNT > 0
                                AND (REQ-OWNER = SPACES
                                   OR ITEM-OWNER IN WS-TDLIST
                                      = REQ-OWNER)
                             MOVE 'CHECK' TO CONF-FUNCTION
                             PERFORM CALL-CONFIDENTIAL-CHECK
                             IF CONF-IS-VISIBLE
                                PERFORM DISPLAY-ITEM
                             END-IF
                          END-IF
                    END-READ
                END-PERFORM
           PERFORM UNTIL WS-BULK-PROGRESS = 'N' OR REQ-BUSY
              MOVE 'N' TO WS-BULK-PROGRESS
              MOVE 'N' TO WS-BULK-FORBIDDEN
              IF WS-BULK-BY-CATEGORY = 'Y'
                 PERFORM BULK-DONE-CATEGORY-PASS
              ELSE
                 PERFORM VARYING WS-BULK-IDX FROM 1 BY 1
                       UNTIL WS-BULK-IDX > WS-BULK-ID-COUNT OR REQ-BUSY
                    IF WS-BULK-ID (WS-BULK-IDX) > ZERO
                       MOVE WS-BULK-ID (WS-BULK-IDX) TO REQ-ITEM-ID
                       PERFORM BULK-DONE-ONE-ITEM
                       IF REQ-OK
                          MOVE ZERO TO WS-BULK-ID (WS-BULK-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF NOT REQ-BUSY
              IF WS-BULK-FORBIDDEN = 'Y'
           MOVE WS-BULK-DONE-COUNT TO REQ-COUNT
          EXIT.

       BULK-DONE-CATEGORY-PASS SECTION.
           MOVE ZERO TO WS-BULK-LAST-ID
           PERFORM FIND-NEXT-BULK-ITEM
           PERFORM UNTIL WS-BULK-NEXT-ID = ZERO OR REQ-BUSY
              MOVE WS-BULK-NEXT-ID TO REQ-ITEM-ID
              MOVE WS-BULK-NEXT-ID TO WS-BULK-LAST-ID
              PERFORM BULK-DONE-ONE-ITEM
              IF NOT REQ-BUSY
                 PERFORM FIND-NEXT-BULK-ITEM
              END-IF
           END-PERFORM
          EXIT.

       BULK-DONE-ONE-ITEM SECTION.
           MOVE 'OK' TO REQ-RESULT-CODE
           PERFORM DELETE-ITEM-FROM-FILE
           IF REQ-OK
              ADD 1 TO WS-BULK-DONE-COUNT
              MOVE 'Y' TO WS-BULK-PROGRESS
           END-IF
           IF REQ-FORBIDDEN
              MOVE 'Y' TO WS-BULK-FORBIDDEN
           END-IF
          EXIT.

       BULK-RECAT-ITEMS SECTION.
           IF FUNCTION TRIM(REQ-NEW-CATEGORY) = SPACES
              MOVE 'BAD-CATEGORY' TO REQ-RESULT-CODE
              PERFORM COLLECT-BULK-IDS
              MOVE ZERO TO WS-BULK-DONE-COUNT
              MOVE 'N' TO WS-BULK-FORBIDDEN
              IF WS-BULK-BY-CATEGORY = 'Y'
                 MOVE ZERO TO WS-BULK-LAST-ID
                 PERFORM FIND-NEXT-BULK-ITEM
                 PERFORM UNTIL WS-BULK-NEXT-ID = ZERO OR REQ-BUSY
                    MOVE WS-BULK-NEXT-ID TO REQ-ITEM-ID
                    MOVE WS-BULK-NEXT-ID TO WS-BULK-LAST-ID
                    PERFORM BULK-RECAT-ONE-ITEM
                    IF NOT REQ-BUSY
                       PERFORM FIND-NEXT-BULK-ITEM
                    END-IF
                 END-PERFORM
              ELSE
                 PERFORM VARYING WS-BULK-IDX FROM 1 BY 1
                       UNTIL WS-BULK-IDX > WS-BULK-ID-COUNT OR REQ-BUSY
                    MOVE WS-BULK-ID (WS-BULK-IDX) TO REQ-ITEM-ID
                    PERFORM BULK-RECAT-ONE-ITEM
                 END-PERFORM
              END-IF
              IF NOT REQ-BUSY
                 IF WS-BULK-FORBIDDEN = 'Y'
                       AND WS-BULK-DONE-COUNT = ZERO
           END-IF
          EXIT.

       BULK-RECAT-ONE-ITEM SECTION.
           MOVE 'OK' TO REQ-RESULT-CODE
           PERFORM RECAT-ONE-ITEM
           IF REQ-OK
              ADD 1 TO WS-BULK-DONE-COUNT
           END-IF
           IF REQ-FORBIDDEN
              MOVE 'Y' TO WS-BULK-FORBIDDEN
           END-IF
          EXIT.

       CHECK-CATEGORY-MASTER SECTION.
           IF FUNCTION TRIM(NEW-TODO-CATEGORY) NOT = SPACES
              MOVE NEW-TODO-CATEGORY TO WS-CATMST-LOOKUP
           MOVE 'N' TO WS-CATMST-EOF
           MOVE ZERO TO WS-CATMST-DEF-PRIO
           MOVE ZERO TO WS-CATMST-LEAD-DAYS
           MOVE 'N' TO WS-CATMST-NEEDS-APPR
           OPEN INPUT CATMASTER-FILE
           IF WS-CATMST-STATUS = '00'
              MOVE 'Y' TO WS-CATMST-PRESENT
                             MOVE WS-CATMST-LEAD
                               TO WS-CATMST-LEAD-DAYS
                          END-IF
                          IF WS-CATMST-APPROVAL = 'Y'
                             MOVE 'Y' TO WS-CATMST-NEEDS-APPR
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM

       COLLECT-BULK-IDS SECTION.
           MOVE ZERO TO WS-BULK-ID-COUNT
           MOVE ZERO TO WS-BULK-HIGH-ID
           IF FUNCTION TRIM(REQ-ID-LIST) NOT = SPACES
              MOVE 'N' TO WS-BULK-BY-CATEGORY
              MOVE 1 TO WS-BULK-PTR
              PERFORM UNTIL WS-BULK-PTR > LENGTH OF REQ-ID-LIST
                    OR WS-BULK-ID-COUNT >= 30
                 MOVE SPACES TO WS-BULK-TOKEN
                 UNSTRING REQ-ID-LIST DELIMITED BY ','
                    INTO WS-BULK-TOKEN
                 END-IF
              END-PERFORM
           ELSE
              MOVE 'Y' TO WS-BULK-BY-CATEGORY
              MOVE 'N' TO WS-EOF
              PERFORM OPEN-TDLIST-INPUT-LOCKED
              IF WS-TDLIST-STATUS = '00'
                 MOVE REQ-CATEGORY TO ITEM-CATEGORY IN TDLIST-FILE
                 START TDLIST KEY IS = ITEM-CATEGORY IN TDLIST-FILE
                    INVALID KEY MOVE 'Y' TO WS-EOF
                 END-START
                 PERFORM UNTIL WS-EOF = 'Y'
                     READ TDLIST NEXT RECORD INTO WS-TDLIST
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                           IF ITEM-CATEGORY IN WS-TDLIST
                                 NOT = REQ-CATEGORY
                              MOVE 'Y' TO WS-EOF
                           ELSE
                              IF ITEM-ACTIVE IN WS-TDLIST
                                    AND ITEM-ID IN WS-TDLIST
                                       > WS-BULK-HIGH-ID
                                 MOVE ITEM-ID IN WS-TDLIST
                                   TO WS-BULK-HIGH-ID
                              END-IF
                           END-IF
                     END-READ
                 END-PERFORM
           END-IF
          EXIT.

       FIND-NEXT-BULK-ITEM SECTION.
           MOVE ZERO TO WS-BULK-NEXT-ID
           MOVE 'N' TO WS-EOF
           PERFORM OPEN-TDLIST-INPUT-LOCKED
           IF WS-TDLIST-STATUS = '00'
              MOVE WS-BULK-LAST-ID TO ITEM-ID IN TDLIST-FILE
              START TDLIST KEY IS > ITEM-ID IN TDLIST-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDLIST NEXT RECORD INTO WS-TDLIST
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF ITEM-ID IN WS-TDLIST > WS-BULK-HIGH-ID
                           MOVE 'Y' TO WS-EOF
                        ELSE
                           IF ITEM-ACTIVE IN WS-TDLIST
                                 AND ITEM-CATEGORY IN WS-TDLIST
                                    = REQ-CATEGORY
                              MOVE ITEM-ID IN WS-TDLIST
                                TO WS-BULK-NEXT-ID
                              MOVE 'Y' TO WS-EOF
                           END-IF
                        END-IF
                  END-READ
              END-PERFORM
           END-IF
           CLOSE TDLIST
          EXIT.

       FILTER-TODOLIST-FROM-FILE SECTION.
           PERFORM OPEN-TDLIST-INPUT-LOCKED
           IF NOT REQ-BUSY
                 MOVE 'N' TO WS-FILTER-MATCH
              END-IF
           END-IF
           IF WS-FILTER-MATCH = 'Y'
              MOVE 'CHECK' TO CONF-FUNCTION
              PERFORM CALL-CONFIDENTIAL-CHECK
              IF NOT CONF-IS-VISIBLE
                 MOVE 'N' TO WS-FILTER-MATCH
              END-IF
           END-IF
          EXIT.

       ADD-NOTE-TO-FILE SECTION.
              IF FUNCTION TRIM(REQ-NOTE-TEXT) = SPACES
                 MOVE 'EMPTY-NOTE' TO REQ-RESULT-CODE
              ELSE
                 PERFORM WRITE-ITEM-NOTE
                 MOVE 'ADD-NOTE' TO WS-AUDIT-ACTION
                 MOVE REQ-ITEM-ID TO WS-AUDIT-ITEM-ID
                 MOVE REQ-NOTE-TEXT TO WS-AUDIT-CONTENT
           END-IF
          EXIT.

       WRITE-ITEM-NOTE SECTION.
           PERFORM FIND-MAX-NOTE-SEQ
           MOVE REQ-ITEM-ID TO WS-NOTE-ITEM-ID
           COMPUTE WS-NOTE-SEQ = WS-NOTE-SEQ-MAX + 1
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-NOTE-STAMP
           STRING WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-NOTE-STAMP
           MOVE WS-ACTING-OWNER TO WS-NOTE-OWNER
           MOVE REQ-NOTE-TEXT TO WS-NOTE-TEXT
           OPEN EXTEND NOTES-FILE
           IF WS-NOTES-STATUS = '35'
              OPEN OUTPUT NOTES-FILE
           END-IF
           WRITE NOTES-RECORD FROM WS-NOTE-RECORD
           CLOSE NOTES-FILE
          EXIT.

       FIND-MAX-NOTE-SEQ SECTION.
           MOVE ZERO TO WS-NOTE-SEQ-MAX
           MOVE 'N' TO WS-NOTES-EOF
       SHOW-NOTES-FROM-FILE SECTION.
           PERFORM LOOKUP-TARGET-PRIORITY
           IF REQ-OK
              MOVE 'CHECK' TO CONF-FUNCTION
              PERFORM CALL-CONFIDENTIAL-CHECK
              IF NOT CONF-IS-VISIBLE
                 MOVE 'CONFIDENTIAL' TO REQ-RESULT-CODE
              END-IF
           END-IF
           IF REQ-OK
              IF CONF-IS-MARKED
                 MOVE 'READ' TO CONF-FUNCTION
                 MOVE 'SHOW-NOTES' TO CONF-VIEW
                 PERFORM CALL-CONFIDENTIAL-CHECK
              END-IF
              PERFORM DISPLAY-ITEM
              MOVE 'N' TO WS-NOTES-EOF
              DISPLAY "<ul>"
