       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCYCLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
       WORKING-STORAGE SECTION.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-JRNL-EOF PIC X VALUE 'N'.
        01 WS-JOURNAL-LINE.
           05 WS-JRNL-STAMP PIC X(15).
           05 FILLER PIC X.
           05 WS-JRNL-USER PIC X(10).
           05 FILLER PIC X.
           05 WS-JRNL-ACTION PIC X(12).
           05 FILLER PIC X.
           05 WS-JRNL-BEFORE PIC X(101).
           05 FILLER PIC X.
           05 WS-JRNL-AFTER PIC X(101).
        01 WS-BEFORE-REC.
           COPY TDLISTREC.
        01 WS-AFTER-REC.
           COPY TDLISTREC.
        01 WS-FROM-TEXT PIC X(8).
        01 WS-TO-TEXT PIC X(8).
        01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
        01 WS-TO-DATE PIC 9(8) VALUE 99999999.
        01 WS-EVENT-DATE PIC 9(8).
        01 WS-ITEM-TABLE.
           03 WS-ITEM-ROW OCCURS 999 TIMES.
              05 WS-IT-ID PIC 9(5).
              05 WS-IT-CATEGORY PIC X(10).
              05 WS-IT-OWNER PIC X(10).
              05 WS-IT-STATUS PIC X(4).
              05 WS-IT-CREATED PIC 9(8).
              05 WS-IT-FIRST-START PIC 9(8).
              05 WS-IT-SINCE PIC 9(8).
              05 WS-IT-DONE PIC 9(8).
              05 WS-IT-OPEN-DAYS PIC 9(5).
              05 WS-IT-PROG-DAYS PIC 9(5).
              05 WS-IT-WAIT-DAYS PIC 9(5).
        01 WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ITEM-IDX PIC 9(3) VALUE ZERO.
        01 WS-ITEM-HIT PIC 9(3) VALUE ZERO.
        01 WS-ITEM-OVERFLOW PIC X VALUE 'N'.
        01 WS-SPAN-FROM PIC 9(8).
        01 WS-SPAN-TO PIC 9(8).
        01 WS-SPAN-DAYS PIC 9(5).
        01 WS-SPAN-INTEGER PIC S9(9) COMP.
        01 WS-SPAN-END-INTEGER PIC S9(9) COMP.
        01 WS-LEAD-DAYS PIC 9(5).
        01 WS-CYCLE-DAYS PIC 9(5).
        01 WS-OWNER-TABLE.
           03 WS-OWNER-ROW OCCURS 99 TIMES.
              05 WS-OWNER-KEY PIC X(10).
              05 WS-OWNER-DONE PIC 9(5).
              05 WS-OWNER-STARTED PIC 9(5).
              05 WS-OWNER-LEAD PIC 9(7).
              05 WS-OWNER-CYCLE PIC 9(7).
              05 WS-OWNER-OPEN PIC 9(7).
              05 WS-OWNER-PROG PIC 9(7).
              05 WS-OWNER-WAIT PIC 9(7).
        01 WS-OWNER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-OWNER-IDX PIC 9(2) VALUE ZERO.
        01 WS-OWNER-HIT PIC 9(2) VALUE ZERO.
        01 WS-CAT-TABLE.
           03 WS-CAT-ROW OCCURS 99 TIMES.
              05 WS-CAT-KEY PIC X(10).
              05 WS-CAT-DONE PIC 9(5).
              05 WS-CAT-STARTED PIC 9(5).
              05 WS-CAT-LEAD PIC 9(7).
              05 WS-CAT-CYCLE PIC 9(7).
              05 WS-CAT-OPEN PIC 9(7).
              05 WS-CAT-PROG PIC 9(7).
              05 WS-CAT-WAIT PIC 9(7).
        01 WS-CAT-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CAT-IDX PIC 9(2) VALUE ZERO.
        01 WS-CAT-HIT PIC 9(2) VALUE ZERO.
        01 WS-TOT-DONE PIC 9(5) VALUE ZERO.
        01 WS-TOT-STARTED PIC 9(5) VALUE ZERO.
        01 WS-TOT-LEAD PIC 9(7) VALUE ZERO.
        01 WS-TOT-CYCLE PIC 9(7) VALUE ZERO.
        01 WS-TOT-OPEN PIC 9(7) VALUE ZERO.
        01 WS-TOT-PROG PIC 9(7) VALUE ZERO.
        01 WS-TOT-WAIT PIC 9(7) VALUE ZERO.
        01 WS-PRT-DONE PIC 9(5).
        01 WS-PRT-STARTED PIC 9(5).
        01 WS-PRT-LEAD PIC 9(7).
        01 WS-PRT-CYCLE PIC 9(7).
        01 WS-PRT-OPEN PIC 9(7).
        01 WS-PRT-PROG PIC 9(7).
        01 WS-PRT-WAIT PIC 9(7).
        01 WS-PRT-KEY PIC X(10).
        01 WS-AVG-WORK PIC 9(4)V9.
        01 WS-AVG-LEAD PIC ZZZ9.9.
        01 WS-AVG-CYCLE PIC ZZZ9.9.
        01 WS-AVG-OPEN PIC ZZZ9.9.
        01 WS-AVG-PROG PIC ZZZ9.9.
        01 WS-AVG-WAIT PIC ZZZ9.9.
        COPY TODOCALP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-FROM-TEXT
           ACCEPT WS-FROM-TEXT FROM ENVIRONMENT "TODOCYCLE_FROM"
           IF WS-FROM-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-FROM-TEXT) TO WS-FROM-DATE
           END-IF

           MOVE SPACES TO WS-TO-TEXT
           ACCEPT WS-TO-TEXT FROM ENVIRONMENT "TODOCYCLE_TO"
           IF WS-TO-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-TO-TEXT) TO WS-TO-DATE
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
              DISPLAY "TODOCYCLE: no change journal, nothing to report"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
              READ JOURNAL-FILE INTO WS-JOURNAL-LINE
                 AT END MOVE 'Y' TO WS-JRNL-EOF
                 NOT AT END
                    PERFORM APPLY-JOURNAL-ENTRY
              END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE

           IF WS-ITEM-OVERFLOW = 'Y'
              DISPLAY "TODOCYCLE: more than 999 items in the journal,"
                 " later items not measured"
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF WS-IT-STATUS (WS-ITEM-IDX) = 'DONE'
                    AND WS-IT-DONE (WS-ITEM-IDX) >= WS-FROM-DATE
                    AND WS-IT-DONE (WS-ITEM-IDX) <= WS-TO-DATE
                 PERFORM MEASURE-COMPLETED-ITEM
              END-IF
           END-PERFORM

           PERFORM PRINT-CYCLE-REPORT
           GOBACK
          .

       APPLY-JOURNAL-ENTRY SECTION.
           MOVE WS-JRNL-AFTER TO WS-AFTER-REC
           IF WS-JRNL-BEFORE = SPACES
              MOVE SPACES TO WS-BEFORE-REC
           ELSE
              MOVE WS-JRNL-BEFORE TO WS-BEFORE-REC
           END-IF
           IF WS-JRNL-STAMP (1:8) IS NUMERIC
                 AND ITEM-ID IN WS-AFTER-REC IS NUMERIC
                 AND ITEM-ID IN WS-AFTER-REC > ZERO
              MOVE WS-JRNL-STAMP (1:8) TO WS-EVENT-DATE
              PERFORM FIND-CYCLE-ITEM
              IF WS-ITEM-HIT > ZERO
                 MOVE ITEM-CATEGORY IN WS-AFTER-REC
                   TO WS-IT-CATEGORY (WS-ITEM-HIT)
                 MOVE ITEM-OWNER IN WS-AFTER-REC
                   TO WS-IT-OWNER (WS-ITEM-HIT)
                 IF ITEM-STATUS IN WS-AFTER-REC
                       NOT = WS-IT-STATUS (WS-ITEM-HIT)
                    PERFORM APPLY-STATUS-CHANGE
                 END-IF
              END-IF
           END-IF
          EXIT.

       FIND-CYCLE-ITEM SECTION.
           MOVE ZERO TO WS-ITEM-HIT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                    OR WS-ITEM-HIT > ZERO
              IF WS-IT-ID (WS-ITEM-IDX) = ITEM-ID IN WS-AFTER-REC
                 MOVE WS-ITEM-IDX TO WS-ITEM-HIT
              END-IF
           END-PERFORM
           IF WS-ITEM-HIT = ZERO
              IF WS-ITEM-COUNT < 999
                 ADD 1 TO WS-ITEM-COUNT
                 MOVE WS-ITEM-COUNT TO WS-ITEM-HIT
                 PERFORM START-CYCLE-ITEM
              ELSE
                 MOVE 'Y' TO WS-ITEM-OVERFLOW
              END-IF
           END-IF
          EXIT.

       START-CYCLE-ITEM SECTION.
           MOVE ITEM-ID IN WS-AFTER-REC TO WS-IT-ID (WS-ITEM-HIT)
           IF ITEM-CREATED-DATE IN WS-AFTER-REC IS NUMERIC
                 AND ITEM-CREATED-DATE IN WS-AFTER-REC > ZERO
              MOVE ITEM-CREATED-DATE IN WS-AFTER-REC
                TO WS-IT-CREATED (WS-ITEM-HIT)
           ELSE
              MOVE WS-EVENT-DATE TO WS-IT-CREATED (WS-ITEM-HIT)
           END-IF
           IF WS-JRNL-BEFORE = SPACES
              MOVE 'OPEN' TO WS-IT-STATUS (WS-ITEM-HIT)
              MOVE WS-IT-CREATED (WS-ITEM-HIT)
                TO WS-IT-SINCE (WS-ITEM-HIT)
           ELSE
              MOVE ITEM-STATUS IN WS-BEFORE-REC
                TO WS-IT-STATUS (WS-ITEM-HIT)
              MOVE WS-EVENT-DATE TO WS-IT-SINCE (WS-ITEM-HIT)
              IF ITEM-OPEN IN WS-BEFORE-REC
                 MOVE WS-IT-CREATED (WS-ITEM-HIT)
                   TO WS-IT-SINCE (WS-ITEM-HIT)
              END-IF
           END-IF
           MOVE ZERO TO WS-IT-FIRST-START (WS-ITEM-HIT)
           MOVE ZERO TO WS-IT-DONE (WS-ITEM-HIT)
           MOVE ZERO TO WS-IT-OPEN-DAYS (WS-ITEM-HIT)
           MOVE ZERO TO WS-IT-PROG-DAYS (WS-ITEM-HIT)
           MOVE ZERO TO WS-IT-WAIT-DAYS (WS-ITEM-HIT)
          EXIT.

       APPLY-STATUS-CHANGE SECTION.
           MOVE WS-IT-SINCE (WS-ITEM-HIT) TO WS-SPAN-FROM
           MOVE WS-EVENT-DATE TO WS-SPAN-TO
           PERFORM COUNT-BUSINESS-DAYS
           EVALUATE WS-IT-STATUS (WS-ITEM-HIT)
              WHEN 'OPEN'
                 ADD WS-SPAN-DAYS TO WS-IT-OPEN-DAYS (WS-ITEM-HIT)
              WHEN 'PROG'
                 ADD WS-SPAN-DAYS TO WS-IT-PROG-DAYS (WS-ITEM-HIT)
              WHEN 'WAIT'
                 ADD WS-SPAN-DAYS TO WS-IT-WAIT-DAYS (WS-ITEM-HIT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           EVALUATE TRUE
              WHEN ITEM-IN-PROGRESS IN WS-AFTER-REC
                 IF WS-IT-FIRST-START (WS-ITEM-HIT) = ZERO
                    MOVE WS-EVENT-DATE
                      TO WS-IT-FIRST-START (WS-ITEM-HIT)
                 END-IF
                 MOVE ZERO TO WS-IT-DONE (WS-ITEM-HIT)
              WHEN ITEM-DONE IN WS-AFTER-REC
                 MOVE WS-EVENT-DATE TO WS-IT-DONE (WS-ITEM-HIT)
              WHEN OTHER
                 MOVE ZERO TO WS-IT-DONE (WS-ITEM-HIT)
           END-EVALUATE
           MOVE ITEM-STATUS IN WS-AFTER-REC
             TO WS-IT-STATUS (WS-ITEM-HIT)
           MOVE WS-EVENT-DATE TO WS-IT-SINCE (WS-ITEM-HIT)
          EXIT.

       COUNT-BUSINESS-DAYS SECTION.
           MOVE ZERO TO WS-SPAN-DAYS
           IF WS-SPAN-FROM > ZERO AND WS-SPAN-TO > WS-SPAN-FROM
              COMPUTE WS-SPAN-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-SPAN-FROM) + 1
              COMPUTE WS-SPAN-END-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-SPAN-TO)
              MOVE 'CHECK' TO CAL-FUNCTION
              PERFORM UNTIL WS-SPAN-INTEGER > WS-SPAN-END-INTEGER
                 COMPUTE CAL-DATE-IN =
                    FUNCTION DATE-OF-INTEGER (WS-SPAN-INTEGER)
                 CALL "TODOCAL" USING TODOCAL-PARAMETERS
                 IF CAL-IS-WORKING-DAY
                    ADD 1 TO WS-SPAN-DAYS
                 END-IF
                 ADD 1 TO WS-SPAN-INTEGER
              END-PERFORM
           END-IF
          EXIT.

       MEASURE-COMPLETED-ITEM SECTION.
           MOVE WS-IT-CREATED (WS-ITEM-IDX) TO WS-SPAN-FROM
           MOVE WS-IT-DONE (WS-ITEM-IDX) TO WS-SPAN-TO
           PERFORM COUNT-BUSINESS-DAYS
           MOVE WS-SPAN-DAYS TO WS-LEAD-DAYS
           MOVE ZERO TO WS-CYCLE-DAYS
           IF WS-IT-FIRST-START (WS-ITEM-IDX) > ZERO
              MOVE WS-IT-FIRST-START (WS-ITEM-IDX) TO WS-SPAN-FROM
              PERFORM COUNT-BUSINESS-DAYS
              MOVE WS-SPAN-DAYS TO WS-CYCLE-DAYS
           END-IF

           ADD 1 TO WS-TOT-DONE
           ADD WS-LEAD-DAYS TO WS-TOT-LEAD
           ADD WS-IT-OPEN-DAYS (WS-ITEM-IDX) TO WS-TOT-OPEN
           ADD WS-IT-PROG-DAYS (WS-ITEM-IDX) TO WS-TOT-PROG
           ADD WS-IT-WAIT-DAYS (WS-ITEM-IDX) TO WS-TOT-WAIT
           IF WS-IT-FIRST-START (WS-ITEM-IDX) > ZERO
              ADD 1 TO WS-TOT-STARTED
              ADD WS-CYCLE-DAYS TO WS-TOT-CYCLE
           END-IF

           PERFORM TALLY-OWNER-CYCLE
           PERFORM TALLY-CATEGORY-CYCLE
          EXIT.

       TALLY-OWNER-CYCLE SECTION.
           MOVE ZERO TO WS-OWNER-HIT
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
              IF WS-OWNER-KEY (WS-OWNER-IDX)
                    = WS-IT-OWNER (WS-ITEM-IDX)
                 MOVE WS-OWNER-IDX TO WS-OWNER-HIT
              END-IF
           END-PERFORM
           IF WS-OWNER-HIT = ZERO AND WS-OWNER-COUNT < 99
              ADD 1 TO WS-OWNER-COUNT
              MOVE WS-IT-OWNER (WS-ITEM-IDX)
                TO WS-OWNER-KEY (WS-OWNER-COUNT)
              MOVE ZERO TO WS-OWNER-DONE (WS-OWNER-COUNT)
              MOVE ZERO TO WS-OWNER-STARTED (WS-OWNER-COUNT)
              MOVE ZERO TO WS-OWNER-LEAD (WS-OWNER-COUNT)
              MOVE ZERO TO WS-OWNER-CYCLE (WS-OWNER-COUNT)
              MOVE ZERO TO WS-OWNER-OPEN (WS-OWNER-COUNT)
              MOVE ZERO TO WS-OWNER-PROG (WS-OWNER-COUNT)
              MOVE ZERO TO WS-OWNER-WAIT (WS-OWNER-COUNT)
              MOVE WS-OWNER-COUNT TO WS-OWNER-HIT
           END-IF
           IF WS-OWNER-HIT > ZERO
              ADD 1 TO WS-OWNER-DONE (WS-OWNER-HIT)
              ADD WS-LEAD-DAYS TO WS-OWNER-LEAD (WS-OWNER-HIT)
              ADD WS-IT-OPEN-DAYS (WS-ITEM-IDX)
                TO WS-OWNER-OPEN (WS-OWNER-HIT)
              ADD WS-IT-PROG-DAYS (WS-ITEM-IDX)
                TO WS-OWNER-PROG (WS-OWNER-HIT)
              ADD WS-IT-WAIT-DAYS (WS-ITEM-IDX)
                TO WS-OWNER-WAIT (WS-OWNER-HIT)
              IF WS-IT-FIRST-START (WS-ITEM-IDX) > ZERO
                 ADD 1 TO WS-OWNER-STARTED (WS-OWNER-HIT)
                 ADD WS-CYCLE-DAYS TO WS-OWNER-CYCLE (WS-OWNER-HIT)
              END-IF
           END-IF
          EXIT.

       TALLY-CATEGORY-CYCLE SECTION.
           MOVE ZERO TO WS-CAT-HIT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
              IF WS-CAT-KEY (WS-CAT-IDX)
                    = WS-IT-CATEGORY (WS-ITEM-IDX)
                 MOVE WS-CAT-IDX TO WS-CAT-HIT
              END-IF
           END-PERFORM
           IF WS-CAT-HIT = ZERO AND WS-CAT-COUNT < 99
              ADD 1 TO WS-CAT-COUNT
              MOVE WS-IT-CATEGORY (WS-ITEM-IDX)
                TO WS-CAT-KEY (WS-CAT-COUNT)
              MOVE ZERO TO WS-CAT-DONE (WS-CAT-COUNT)
              MOVE ZERO TO WS-CAT-STARTED (WS-CAT-COUNT)
              MOVE ZERO TO WS-CAT-LEAD (WS-CAT-COUNT)
              MOVE ZERO TO WS-CAT-CYCLE (WS-CAT-COUNT)
              MOVE ZERO TO WS-CAT-OPEN (WS-CAT-COUNT)
              MOVE ZERO TO WS-CAT-PROG (WS-CAT-COUNT)
              MOVE ZERO TO WS-CAT-WAIT (WS-CAT-COUNT)
              MOVE WS-CAT-COUNT TO WS-CAT-HIT
           END-IF
           IF WS-CAT-HIT > ZERO
              ADD 1 TO WS-CAT-DONE (WS-CAT-HIT)
              ADD WS-LEAD-DAYS TO WS-CAT-LEAD (WS-CAT-HIT)
              ADD WS-IT-OPEN-DAYS (WS-ITEM-IDX)
                TO WS-CAT-OPEN (WS-CAT-HIT)
              ADD WS-IT-PROG-DAYS (WS-ITEM-IDX)
                TO WS-CAT-PROG (WS-CAT-HIT)
              ADD WS-IT-WAIT-DAYS (WS-ITEM-IDX)
                TO WS-CAT-WAIT (WS-CAT-HIT)
              IF WS-IT-FIRST-START (WS-ITEM-IDX) > ZERO
                 ADD 1 TO WS-CAT-STARTED (WS-CAT-HIT)
                 ADD WS-CYCLE-DAYS TO WS-CAT-CYCLE (WS-CAT-HIT)
              END-IF
           END-IF
          EXIT.

       PRINT-CYCLE-LINE SECTION.
           MOVE ZERO TO WS-AVG-WORK
           IF WS-PRT-DONE > ZERO
              COMPUTE WS-AVG-WORK ROUNDED = WS-PRT-LEAD / WS-PRT-DONE
           END-IF
           MOVE WS-AVG-WORK TO WS-AVG-LEAD
           MOVE ZERO TO WS-AVG-WORK
           IF WS-PRT-STARTED > ZERO
              COMPUTE WS-AVG-WORK ROUNDED =
                 WS-PRT-CYCLE / WS-PRT-STARTED
           END-IF
           MOVE WS-AVG-WORK TO WS-AVG-CYCLE
           MOVE ZERO TO WS-AVG-WORK
           IF WS-PRT-DONE > ZERO
              COMPUTE WS-AVG-WORK ROUNDED = WS-PRT-OPEN / WS-PRT-DONE
           END-IF
           MOVE WS-AVG-WORK TO WS-AVG-OPEN
           MOVE ZERO TO WS-AVG-WORK
           IF WS-PRT-DONE > ZERO
              COMPUTE WS-AVG-WORK ROUNDED = WS-PRT-PROG / WS-PRT-DONE
           END-IF
           MOVE WS-AVG-WORK TO WS-AVG-PROG
           MOVE ZERO TO WS-AVG-WORK
           IF WS-PRT-DONE > ZERO
              COMPUTE WS-AVG-WORK ROUNDED = WS-PRT-WAIT / WS-PRT-DONE
           END-IF
           MOVE WS-AVG-WORK TO WS-AVG-WAIT
           DISPLAY "  " WS-PRT-KEY " " WS-PRT-DONE " "
              WS-AVG-LEAD " " WS-AVG-CYCLE " "
              WS-AVG-OPEN " " WS-AVG-PROG " " WS-AVG-WAIT
          EXIT.

       PRINT-CYCLE-REPORT SECTION.
           DISPLAY "=============================================="
              "=========="
           DISPLAY "  TODOLIST CYCLE TIME REPORT (business days)"
           IF WS-FROM-DATE > ZERO OR WS-TO-DATE < 99999999
              DISPLAY "  Completed: " WS-FROM-DATE " - " WS-TO-DATE
           END-IF
           DISPLAY "=============================================="
              "=========="
           DISPLAY "Items traced:        " WS-ITEM-COUNT
           DISPLAY "Items completed:     " WS-TOT-DONE
           DISPLAY "Items started:       " WS-TOT-STARTED
           DISPLAY " "
           DISPLAY "Averages:          Done   Lead  Cycle"
              "   OPEN   PROG   WAIT"
           DISPLAY "By owner:"
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
              MOVE WS-OWNER-KEY (WS-OWNER-IDX) TO WS-PRT-KEY
              MOVE WS-OWNER-DONE (WS-OWNER-IDX) TO WS-PRT-DONE
              MOVE WS-OWNER-STARTED (WS-OWNER-IDX) TO WS-PRT-STARTED
              MOVE WS-OWNER-LEAD (WS-OWNER-IDX) TO WS-PRT-LEAD
              MOVE WS-OWNER-CYCLE (WS-OWNER-IDX) TO WS-PRT-CYCLE
              MOVE WS-OWNER-OPEN (WS-OWNER-IDX) TO WS-PRT-OPEN
              MOVE WS-OWNER-PROG (WS-OWNER-IDX) TO WS-PRT-PROG
              MOVE WS-OWNER-WAIT (WS-OWNER-IDX) TO WS-PRT-WAIT
              PERFORM PRINT-CYCLE-LINE
           END-PERFORM
           DISPLAY "By category:"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
              MOVE WS-CAT-KEY (WS-CAT-IDX) TO WS-PRT-KEY
              MOVE WS-CAT-DONE (WS-CAT-IDX) TO WS-PRT-DONE
              MOVE WS-CAT-STARTED (WS-CAT-IDX) TO WS-PRT-STARTED
              MOVE WS-CAT-LEAD (WS-CAT-IDX) TO WS-PRT-LEAD
              MOVE WS-CAT-CYCLE (WS-CAT-IDX) TO WS-PRT-CYCLE
              MOVE WS-CAT-OPEN (WS-CAT-IDX) TO WS-PRT-OPEN
              MOVE WS-CAT-PROG (WS-CAT-IDX) TO WS-PRT-PROG
              MOVE WS-CAT-WAIT (WS-CAT-IDX) TO WS-PRT-WAIT
              PERFORM PRINT-CYCLE-LINE
           END-PERFORM
           DISPLAY "----------------------------------------------"
              "----------"
           MOVE 'Total' TO WS-PRT-KEY
           MOVE WS-TOT-DONE TO WS-PRT-DONE
           MOVE WS-TOT-STARTED TO WS-PRT-STARTED
           MOVE WS-TOT-LEAD TO WS-PRT-LEAD
           MOVE WS-TOT-CYCLE TO WS-PRT-CYCLE
           MOVE WS-TOT-OPEN TO WS-PRT-OPEN
           MOVE WS-TOT-PROG TO WS-PRT-PROG
           MOVE WS-TOT-WAIT TO WS-PRT-WAIT
           PERFORM PRINT-CYCLE-LINE
           DISPLAY "=============================================="
              "=========="
          EXIT.

       END PROGRAM TODOCYCLE.
