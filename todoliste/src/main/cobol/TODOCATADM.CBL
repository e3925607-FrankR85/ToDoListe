       DATA DIVISION.
       FILE SECTION.
          FD CATMASTER-FILE.
          01 CATMASTER-RECORD PIC X(18).
       WORKING-STORAGE SECTION.
        01 WS-CATMST-STATUS PIC XX.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-ARG-NAME PIC X(10).
        01 WS-ARG-PRIO-TEXT PIC X(1).
        01 WS-ARG-LEAD-TEXT PIC X(3).
        01 WS-ARG-APPROVAL PIC X(1).
        01 WS-CATMST-LINE.
           05 WS-CATMST-NAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CATMST-PRIO PIC 9(1).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CATMST-LEAD PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CATMST-APPROVAL PIC X(1).
        01 WS-CAT-TABLE.
           03 WS-CAT-ENTRY PIC X(18) OCCURS 99 TIMES.
        01 WS-CAT-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CAT-IDX PIC 9(2) VALUE ZERO.
        01 WS-CAT-HIT PIC 9(2) VALUE ZERO.
           ACCEPT WS-ARG-PRIO-TEXT FROM ENVIRONMENT "TODOCAT_PRIO"
           MOVE SPACES TO WS-ARG-LEAD-TEXT
           ACCEPT WS-ARG-LEAD-TEXT FROM ENVIRONMENT "TODOCAT_LEAD"
           MOVE SPACES TO WS-ARG-APPROVAL
           ACCEPT WS-ARG-APPROVAL FROM ENVIRONMENT "TODOCAT_APPROVAL"
           MOVE FUNCTION UPPER-CASE(WS-ARG-APPROVAL) TO WS-ARG-APPROVAL

           PERFORM LOAD-CATEGORY-MASTER

              DISPLAY "  " WS-CATMST-NAME
                 " prio=" WS-CATMST-PRIO
                 " lead=" WS-CATMST-LEAD " day(s)"
                 " approval=" WS-CATMST-APPROVAL
           END-PERFORM
           DISPLAY "===================================="
           DISPLAY "Categories listed:   " WS-CAT-COUNT
                 ELSE
                    MOVE ZERO TO WS-CATMST-LEAD
                 END-IF
                 IF WS-ARG-APPROVAL = 'Y'
                    MOVE 'Y' TO WS-CATMST-APPROVAL
                 ELSE
                    MOVE 'N' TO WS-CATMST-APPROVAL
                 END-IF
                 IF WS-CAT-HIT > ZERO
                    MOVE WS-CATMST-LINE
                      TO WS-CAT-ENTRY (WS-CAT-HIT)
