         SELECT DELEGATE-FILE ASSIGN TO 'tododeleg.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DELEGATE-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 ABSENCE-FILE-RECORD PIC X(39).
          FD DELEGATE-FILE.
          01 DELEGATE-FILE-RECORD PIC X(36).
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-ABSENCE-STATUS PIC XX.
        01 WS-AUDIT-ACTION PIC X(12) VALUE 'REASSIGN'.
        01 WS-AUDIT-ITEM-ID PIC 9(5).
        01 WS-AUDIT-CONTENT PIC X(35).
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-JOURNAL-LINE.
           05 WS-JRNL-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRNL-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRNL-ACTION PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRNL-BEFORE PIC X(101).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRNL-AFTER PIC X(101).
        COPY TODOAUDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
              MOVE WS-ABS-E-DEPUTY (WS-ABS-HIT)
                TO WS-DEL-E-DEPUTY (WS-DELEG-COUNT)
              MOVE 'Y' TO WS-DELEG-CHANGED
              MOVE WS-TDLIST TO WS-JRNL-BEFORE
              MOVE WS-ABS-E-DEPUTY (WS-ABS-HIT)
                TO ITEM-OWNER IN WS-TDLIST
              REWRITE TDLIST-FILE FROM WS-TDLIST
                    ADD 1 TO WS-OUT-COUNT
                    MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                    PERFORM WRITE-AUDIT-LOG-ENTRY
                    PERFORM WRITE-CHANGE-JOURNAL-ENTRY
                    DISPLAY "Delegated ID " ITEM-ID IN WS-TDLIST
                       " " WS-AUDIT-CONTENT
              END-REWRITE
                           FUNCTION TRIM(
                              WS-DEL-E-OWNER (WS-DELEG-IDX))
                       DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                    MOVE WS-TDLIST TO WS-JRNL-BEFORE
                    MOVE WS-DEL-E-OWNER (WS-DELEG-IDX)
                      TO ITEM-OWNER IN WS-TDLIST
                    REWRITE TDLIST-FILE FROM WS-TDLIST
                          MOVE ITEM-ID IN WS-TDLIST
                            TO WS-AUDIT-ITEM-ID
                          PERFORM WRITE-AUDIT-LOG-ENTRY
                          PERFORM WRITE-CHANGE-JOURNAL-ENTRY
                          DISPLAY "Returned ID "
                             ITEM-ID IN WS-TDLIST
                             " " WS-AUDIT-CONTENT
           END-READ
          EXIT.

       WRITE-CHANGE-JOURNAL-ENTRY SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-JRNL-STAMP
           STRING WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-JRNL-STAMP
           MOVE 'BATCH' TO WS-JRNL-USER
           MOVE 'REASSIGN' TO WS-JRNL-ACTION
           MOVE WS-TDLIST TO WS-JRNL-AFTER

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-LINE
           CLOSE JOURNAL-FILE
          EXIT.

       WRITE-AUDIT-LOG-ENTRY SECTION.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-AUDIT-ITEM-ID TO AUD-ITEM-ID
