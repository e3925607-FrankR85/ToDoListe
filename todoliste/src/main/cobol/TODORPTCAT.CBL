       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODORPTCAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
         SELECT COPY-FILE ASSIGN DYNAMIC WS-COPY-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COPY-STATUS.
         SELECT CATALOG-FILE ASSIGN TO 'todorptcat.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-STATUS.
         SELECT SUBSCR-FILE ASSIGN TO 'todorptsub.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUBSCR-STATUS.
         SELECT DELIVER-FILE ASSIGN DYNAMIC WS-DELIVER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DELIVER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(132).
          FD COPY-FILE.
          01 COPY-RECORD PIC X(132).
          FD CATALOG-FILE.
          01 CATALOG-RECORD PIC X(99).
          FD SUBSCR-FILE.
          01 SUBSCR-RECORD PIC X(30).
          FD DELIVER-FILE.
          01 DELIVER-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-COPY-STATUS PIC XX.
        01 WS-CATALOG-STATUS PIC XX.
        01 WS-SUBSCR-STATUS PIC XX.
        01 WS-DELIVER-STATUS PIC XX.
        01 WS-REPORT-FILENAME PIC X(40).
        01 WS-COPY-FILENAME PIC X(40).
        01 WS-DELIVER-FILENAME PIC X(40).
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-COPY-EOF PIC X VALUE 'N'.
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-PROGRAM PIC X(10).
        01 WS-RUN-TAG PIC X(8).
        01 WS-CLASS PIC X(10).
        01 WS-ADHOC-REPORT PIC X(8).
        01 WS-REPORT-LINE PIC X(132).
        01 WS-CATALOG-LINE.
           COPY TODORPTREC.
        01 WS-NEW-ENTRY.
           COPY TODORPTREC.
        01 WS-DEFINITION-TABLE.
           05 FILLER PIC X(20) VALUE 'TODOREPORTRPTSHORT  '.
           05 FILLER PIC X(20) VALUE 'TODOPRINT RPTSHORT  '.
           05 FILLER PIC X(20) VALUE 'TODOAGING RPTSHORT  '.
           05 FILLER PIC X(20) VALUE 'TODOLOAD  RPTSHORT  '.
           05 FILLER PIC X(20) VALUE 'TODOONTIMERPTLONG   '.
           05 FILLER PIC X(20) VALUE 'TODOTREND RPTLONG   '.
           05 FILLER PIC X(20) VALUE 'TODOEFFORTRPTLONG   '.
           05 FILLER PIC X(20) VALUE 'TODOQUAL  RPTLONG   '.
           05 FILLER PIC X(20) VALUE 'TODOWIP   RPTSHORT  '.
           05 FILLER PIC X(20) VALUE 'TODOSECRPTRPTLONG   '.
           05 FILLER PIC X(20) VALUE 'TODORUNRPTRPTSHORT  '.
           05 FILLER PIC X(20) VALUE 'TODOADHOC RPTSHORT  '.
           05 FILLER PIC X(20) VALUE 'TODOPOOL  RPTSHORT  '.
           05 FILLER PIC X(20) VALUE 'TODOPLAN  RPTLONG   '.
        01 WS-DEFINITIONS REDEFINES WS-DEFINITION-TABLE.
           05 WS-DEFINITION OCCURS 14 TIMES.
              10 WS-DEF-PROGRAM PIC X(10).
              10 WS-DEF-CLASS PIC X(10).
        01 WS-DEF-COUNT PIC 9(2) VALUE 14.
        01 WS-DEF-IDX PIC 9(2) VALUE ZERO.
        01 WS-DEF-HIT PIC 9(2) VALUE ZERO.
        01 WS-SUBSCR-LINE.
           05 WS-SUB-USER PIC X(10).
           05 FILLER PIC X.
           05 WS-SUB-PROGRAM PIC X(10).
           05 FILLER PIC X.
           05 WS-SUB-RUN-TAG PIC X(8).
        01 WS-MAX-CAT-ID PIC 9(5) VALUE ZERO.
        01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-DELIVER-COUNT PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-PROGRAM
           ACCEPT WS-PROGRAM FROM ENVIRONMENT "TODORPT_PROG"
           MOVE FUNCTION UPPER-CASE(WS-PROGRAM) TO WS-PROGRAM
           MOVE SPACES TO WS-REPORT-FILENAME
           ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "TODORPT_FILE"
           MOVE SPACES TO WS-RUN-TAG
           ACCEPT WS-RUN-TAG FROM ENVIRONMENT "TODORPT_RUN"
           IF WS-RUN-TAG = SPACES
              MOVE 'ADHOC' TO WS-RUN-TAG
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RUN-TAG) TO WS-RUN-TAG
           MOVE SPACES TO WS-CLASS
           ACCEPT WS-CLASS FROM ENVIRONMENT "TODORPT_CLASS"
           MOVE FUNCTION UPPER-CASE(WS-CLASS) TO WS-CLASS

           MOVE ZERO TO WS-DEF-HIT
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                 UNTIL WS-DEF-IDX > WS-DEF-COUNT
              IF WS-DEF-PROGRAM (WS-DEF-IDX) = WS-PROGRAM
                 MOVE WS-DEF-IDX TO WS-DEF-HIT
              END-IF
           END-PERFORM

           IF WS-DEF-HIT = ZERO
              DISPLAY "TODORPTCAT: set TODORPT_PROG to one of"
                 " TODOREPORT TODOPRINT TODOAGING TODOONTIME"
                 " TODOLOAD TODOTREND TODOEFFORT TODOQUAL TODOWIP"
                 " TODOSECRPT TODORUNRPT TODOADHOC TODOPOOL TODOPLAN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CLASS = SPACES
              MOVE WS-DEF-CLASS (WS-DEF-HIT) TO WS-CLASS
           END-IF
           IF WS-REPORT-FILENAME = SPACES
              EVALUATE WS-PROGRAM
                 WHEN 'TODOPRINT'
                    MOVE 'todoprint.txt' TO WS-REPORT-FILENAME
                 WHEN 'TODOADHOC'
                    MOVE SPACES TO WS-ADHOC-REPORT
                    ACCEPT WS-ADHOC-REPORT
                       FROM ENVIRONMENT "TODOADHOC_REPORT"
                    STRING 'adhoc-'
                       FUNCTION LOWER-CASE(
                          FUNCTION TRIM(WS-ADHOC-REPORT))
                       '.rpt'
                       DELIMITED BY SIZE INTO WS-REPORT-FILENAME
                 WHEN OTHER
                    STRING FUNCTION LOWER-CASE(
                          FUNCTION TRIM(WS-PROGRAM))
                       '.rpt'
                       DELIMITED BY SIZE INTO WS-REPORT-FILENAME
              END-EVALUATE
           END-IF

           OPEN INPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY "TODORPTCAT: report output "
                 FUNCTION TRIM(WS-REPORT-FILENAME) " not found"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE REPORT-FILE

           PERFORM FIND-MAX-CATALOG-ID
           PERFORM BUILD-CATALOG-ENTRY
           PERFORM COPY-REPORT-OUTPUT
           IF WS-COPY-STATUS NOT = '00'
              DISPLAY "TODORPTCAT: cannot create "
                 FUNCTION TRIM(WS-COPY-FILENAME)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM APPEND-CATALOG-ENTRY
           PERFORM DELIVER-TO-SUBSCRIBERS

           DISPLAY "TODORPTCAT: " FUNCTION TRIM(WS-PROGRAM)
              " catalogued as " RPT-CAT-ID IN WS-NEW-ENTRY
              " (" FUNCTION TRIM(WS-COPY-FILENAME) ", "
              RPT-LINE-COUNT IN WS-NEW-ENTRY " line(s), class "
              FUNCTION TRIM(WS-CLASS) ")"
           DISPLAY "TODORPTCAT: queued for " WS-DELIVER-COUNT
              " subscriber(s)"
           GOBACK
          .

       FIND-MAX-CATALOG-ID SECTION.
           MOVE ZERO TO WS-MAX-CAT-ID
           MOVE 'N' TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CATALOG-FILE INTO WS-CATALOG-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF RPT-CAT-ID IN WS-CATALOG-LINE IS NUMERIC
                             AND RPT-CAT-ID IN WS-CATALOG-LINE
                                > WS-MAX-CAT-ID
                          MOVE RPT-CAT-ID IN WS-CATALOG-LINE
                            TO WS-MAX-CAT-ID
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATALOG-FILE
           END-IF
          EXIT.

       BUILD-CATALOG-ENTRY SECTION.
           MOVE SPACES TO WS-NEW-ENTRY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           COMPUTE RPT-CAT-ID IN WS-NEW-ENTRY = WS-MAX-CAT-ID + 1
           MOVE WS-CURRENT-DATETIME (1:8)
             TO RPT-RUN-DATE IN WS-NEW-ENTRY
           MOVE WS-CURRENT-DATETIME (9:6)
             TO RPT-RUN-TIME IN WS-NEW-ENTRY
           MOVE WS-PROGRAM TO RPT-PROGRAM IN WS-NEW-ENTRY
           MOVE WS-RUN-TAG TO RPT-RUN-TAG IN WS-NEW-ENTRY
           MOVE WS-CLASS TO RPT-RETENTION IN WS-NEW-ENTRY
           MOVE SPACES TO WS-COPY-FILENAME
           STRING 'rpt-'
                  FUNCTION LOWER-CASE(FUNCTION TRIM(WS-PROGRAM))
                  '-' WS-CURRENT-DATETIME (1:8)
                  '-' WS-CURRENT-DATETIME (9:6) '.txt'
              DELIMITED BY SIZE INTO WS-COPY-FILENAME
           MOVE WS-COPY-FILENAME TO RPT-FILE-NAME IN WS-NEW-ENTRY
          EXIT.

       COPY-REPORT-OUTPUT SECTION.
           MOVE ZERO TO WS-LINE-COUNT
           OPEN OUTPUT COPY-FILE
           IF WS-COPY-STATUS = '00'
              MOVE 'N' TO WS-EOF
              OPEN INPUT REPORT-FILE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ REPORT-FILE INTO WS-REPORT-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       WRITE COPY-RECORD FROM WS-REPORT-LINE
                       ADD 1 TO WS-LINE-COUNT
                 END-READ
              END-PERFORM
              CLOSE REPORT-FILE
              CLOSE COPY-FILE
           END-IF
           MOVE WS-LINE-COUNT TO RPT-LINE-COUNT IN WS-NEW-ENTRY
          EXIT.

       APPEND-CATALOG-ENTRY SECTION.
           OPEN EXTEND CATALOG-FILE
           IF WS-CATALOG-STATUS = '35'
              OPEN OUTPUT CATALOG-FILE
           END-IF
           WRITE CATALOG-RECORD FROM WS-NEW-ENTRY
           CLOSE CATALOG-FILE
          EXIT.

       DELIVER-TO-SUBSCRIBERS SECTION.
           MOVE ZERO TO WS-DELIVER-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUBSCR-FILE
           IF WS-SUBSCR-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SUBSCR-FILE INTO WS-SUBSCR-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-SUB-USER NOT = SPACES
                             AND FUNCTION UPPER-CASE(WS-SUB-PROGRAM)
                                = WS-PROGRAM
                             AND (WS-SUB-RUN-TAG = SPACES
                                OR WS-SUB-RUN-TAG = '*'
                                OR FUNCTION UPPER-CASE(WS-SUB-RUN-TAG)
                                   = WS-RUN-TAG)
                          PERFORM QUEUE-ONE-DELIVERY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUBSCR-FILE
           END-IF
          EXIT.

       QUEUE-ONE-DELIVERY SECTION.
           MOVE SPACES TO WS-DELIVER-FILENAME
           STRING 'report-' FUNCTION TRIM(WS-SUB-USER) '.txt'
              DELIMITED BY SIZE INTO WS-DELIVER-FILENAME
           OPEN EXTEND DELIVER-FILE
           IF WS-DELIVER-STATUS = '35'
              OPEN OUTPUT DELIVER-FILE
           END-IF
           IF WS-DELIVER-STATUS NOT = '00'
              DISPLAY "TODORPTCAT: cannot queue report for "
                 FUNCTION TRIM(WS-SUB-USER)
           ELSE
              ADD 1 TO WS-DELIVER-COUNT
              MOVE SPACES TO WS-REPORT-LINE
              STRING '=== ' FUNCTION TRIM(WS-PROGRAM)
                     ' run ' RPT-RUN-DATE IN WS-NEW-ENTRY
                     ' ' RPT-RUN-TIME IN WS-NEW-ENTRY
                     ' (' FUNCTION TRIM(WS-RUN-TAG)
                     '), catalogue no. ' RPT-CAT-ID IN WS-NEW-ENTRY
                     ' ==='
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
              WRITE DELIVER-RECORD FROM WS-REPORT-LINE
              MOVE 'N' TO WS-COPY-EOF
              OPEN INPUT COPY-FILE
              PERFORM UNTIL WS-COPY-EOF = 'Y'
                 READ COPY-FILE INTO WS-REPORT-LINE
                    AT END MOVE 'Y' TO WS-COPY-EOF
                    NOT AT END
                       WRITE DELIVER-RECORD FROM WS-REPORT-LINE
                 END-READ
              END-PERFORM
              CLOSE COPY-FILE
              CLOSE DELIVER-FILE
           END-IF
          EXIT.

       END PROGRAM TODORPTCAT.
