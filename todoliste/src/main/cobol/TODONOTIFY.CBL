          FD CONTACT-FILE.
          01 CONTACT-FILE-RECORD PIC X(71).
          FD REMIND-FILE.
          01 REMIND-RECORD PIC X(132).
          FD SPOOL-FILE.
          01 SPOOL-RECORD PIC X(132).
          FD DELIVERY-FILE.
          01 DELIVERY-FILE-RECORD PIC X(31).
       WORKING-STORAGE SECTION.
        01 WS-CONTACT-STATUS PIC XX.
        01 WS-REMIND-STATUS PIC XX.
           05 WS-DELIV-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DELIV-RESULT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DELIV-KIND PIC X(6).
        01 WS-DELIVERY-TABLE.
           03 WS-DELIVERY-ENTRY OCCURS 594 TIMES.
              05 WS-DL-OWNER PIC X(10).
              05 WS-DL-DATE PIC 9(8).
              05 WS-DL-RESULT PIC X(4).
              05 WS-DL-KIND PIC X(6).
        01 WS-DELIVERY-COUNT PIC 9(3) VALUE ZERO.
        01 WS-DELIVERY-IDX PIC 9(3) VALUE ZERO.
        01 WS-DELIVERY-HIT PIC 9(3) VALUE ZERO.
        01 WS-KIND-TABLE.
           05 FILLER PIC X(6) VALUE 'REMIND'.
           05 FILLER PIC X(6) VALUE 'WATCH'.
           05 FILLER PIC X(6) VALUE 'ACK'.
           05 FILLER PIC X(6) VALUE 'REPORT'.
           05 FILLER PIC X(6) VALUE 'VIEW'.
           05 FILLER PIC X(6) VALUE 'ESCAL'.
        01 WS-KIND-NAMES REDEFINES WS-KIND-TABLE.
           05 WS-KIND-NAME PIC X(6) OCCURS 6 TIMES.
        01 WS-KIND-COUNT PIC 9 VALUE 6.
        01 WS-KIND-IDX PIC 9 VALUE ZERO.
        01 WS-CURRENT-KIND PIC X(6).
        01 WS-CURRENT-OWNER PIC X(10).
        01 WS-CURRENT-TARGET PIC X(60).
        01 WS-SPOOL-LINE PIC X(132).
        01 WS-SENT-COUNT PIC 9(3) VALUE ZERO.
        01 WS-FAIL-COUNT PIC 9(3) VALUE ZERO.
        01 WS-SKIP-COUNT PIC 9(3) VALUE ZERO.
                 READ DELIVERY-FILE INTO WS-DELIVERY-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-DELIVERY-COUNT < 594
                          ADD 1 TO WS-DELIVERY-COUNT
                          MOVE WS-DELIV-OWNER
                            TO WS-DL-OWNER (WS-DELIVERY-COUNT)
                            TO WS-DL-DATE (WS-DELIVERY-COUNT)
                          MOVE WS-DELIV-RESULT
                            TO WS-DL-RESULT (WS-DELIVERY-COUNT)
                          IF WS-DELIV-KIND = SPACES
                             MOVE 'REMIND'
                               TO WS-DL-KIND (WS-DELIVERY-COUNT)
                          ELSE
                             MOVE WS-DELIV-KIND
                               TO WS-DL-KIND (WS-DELIVERY-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           PERFORM VARYING WS-DELIVERY-IDX FROM 1 BY 1
                 UNTIL WS-DELIVERY-IDX > WS-DELIVERY-COUNT
              IF WS-DL-OWNER (WS-DELIVERY-IDX) = WS-CURRENT-OWNER
                    AND WS-DL-KIND (WS-DELIVERY-IDX) = WS-CURRENT-KIND
                 MOVE WS-DELIVERY-IDX TO WS-DELIVERY-HIT
              END-IF
           END-PERFORM
           IF WS-DELIVERY-HIT = ZERO AND WS-DELIVERY-COUNT < 594
              ADD 1 TO WS-DELIVERY-COUNT
              MOVE WS-CURRENT-OWNER
                TO WS-DL-OWNER (WS-DELIVERY-COUNT)
              MOVE ZERO TO WS-DL-DATE (WS-DELIVERY-COUNT)
              MOVE 'NONE' TO WS-DL-RESULT (WS-DELIVERY-COUNT)
              MOVE WS-CURRENT-KIND TO WS-DL-KIND (WS-DELIVERY-COUNT)
              MOVE WS-DELIVERY-COUNT TO WS-DELIVERY-HIT
           END-IF
          EXIT.

       DELIVER-ONE-OWNER SECTION.
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                 UNTIL WS-KIND-IDX > WS-KIND-COUNT
              MOVE WS-KIND-NAME (WS-KIND-IDX) TO WS-CURRENT-KIND
              PERFORM DELIVER-ONE-KIND
           END-PERFORM
          EXIT.

       DELIVER-ONE-KIND SECTION.
           PERFORM FIND-DELIVERY-ENTRY
           EVALUATE TRUE
              WHEN WS-DELIVERY-HIT = ZERO
                 ADD 1 TO WS-FAIL-COUNT
                 DISPLAY "TODONOTIFY: delivery table full, "
                    FUNCTION TRIM(WS-CURRENT-KIND) " for "
                    FUNCTION TRIM(WS-CURRENT-OWNER) " not delivered"
              WHEN WS-DL-RESULT (WS-DELIVERY-HIT) = 'OK'
                    AND WS-DL-DATE (WS-DELIVERY-HIT) = WS-TODAY-DATE
                    AND WS-CURRENT-KIND NOT = 'ACK'
                    AND WS-CURRENT-KIND NOT = 'REPORT'
                    AND WS-CURRENT-KIND NOT = 'ESCAL'
                 ADD 1 TO WS-SKIP-COUNT
              WHEN OTHER
                 MOVE SPACES TO WS-REMIND-FILENAME
                 STRING FUNCTION LOWER-CASE(
                           FUNCTION TRIM(WS-CURRENT-KIND))
                        '-'
                        FUNCTION TRIM(WS-CURRENT-OWNER)
                        '.txt'
                    DELIMITED BY SIZE INTO WS-REMIND-FILENAME
                 OPEN INPUT REMIND-FILE
                 IF WS-REMIND-STATUS NOT = '00'
                    ADD 1 TO WS-SKIP-COUNT
                 ELSE
                    PERFORM SPOOL-REMIND-FILE
                    CLOSE REMIND-FILE
                    IF (WS-CURRENT-KIND = 'ACK'
                          OR WS-CURRENT-KIND = 'REPORT'
                          OR WS-CURRENT-KIND = 'ESCAL')
                          AND WS-DL-RESULT (WS-DELIVERY-HIT) = 'OK'
                       CALL "CBL_DELETE_FILE" USING WS-REMIND-FILENAME
                       MOVE ZERO TO RETURN-CODE
                    END-IF
                 END-IF
           END-EVALUATE
          EXIT.

       SPOOL-REMIND-FILE SECTION.
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              WRITE SPOOL-RECORD FROM WS-SPOOL-LINE
              MOVE SPACES TO WS-SPOOL-LINE
              EVALUATE WS-CURRENT-KIND
                 WHEN 'WATCH'
                    STRING 'SUBJECT: TODO changes on watched items for '
                           FUNCTION TRIM(WS-CURRENT-OWNER)
                           ' (' WS-TODAY-DATE ')'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                 WHEN 'ACK'
                    STRING 'SUBJECT: TODO requests registered for '
                           FUNCTION TRIM(WS-CURRENT-OWNER)
                           ' (' WS-TODAY-DATE ')'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                 WHEN 'REPORT'
                    STRING 'SUBJECT: TODO reports for '
                           FUNCTION TRIM(WS-CURRENT-OWNER)
                           ' (' WS-TODAY-DATE ')'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                 WHEN 'VIEW'
                    STRING 'SUBJECT: TODO saved views for '
                           FUNCTION TRIM(WS-CURRENT-OWNER)
                           ' (' WS-TODAY-DATE ')'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                 WHEN 'ESCAL'
                    STRING 'SUBJECT: TODO escalations for '
                           FUNCTION TRIM(WS-CURRENT-OWNER)
                           ' (' WS-TODAY-DATE ')'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
                 WHEN OTHER
                    STRING 'SUBJECT: TODO reminders for '
                           FUNCTION TRIM(WS-CURRENT-OWNER)
                           ' (' WS-TODAY-DATE ')'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINE
              END-EVALUATE
              WRITE SPOOL-RECORD FROM WS-SPOOL-LINE

              MOVE 'N' TO WS-REMIND-EOF
              MOVE WS-DL-DATE (WS-DELIVERY-IDX) TO WS-DELIV-DATE
              MOVE WS-DL-RESULT (WS-DELIVERY-IDX)
                TO WS-DELIV-RESULT
              MOVE WS-DL-KIND (WS-DELIVERY-IDX) TO WS-DELIV-KIND
              WRITE DELIVERY-FILE-RECORD FROM WS-DELIVERY-RECORD
           END-PERFORM
           CLOSE DELIVERY-FILE
