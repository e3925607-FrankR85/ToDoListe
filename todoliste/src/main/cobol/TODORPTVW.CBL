       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODORPTVW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT CATALOG-FILE ASSIGN TO 'todorptcat.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-STATUS.
         SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD CATALOG-FILE.
          01 CATALOG-RECORD PIC X(99).
          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
        01 WS-CATALOG-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-REPORT-FILENAME PIC X(40).
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-LINK-SUFFIX PIC X(60).
        01 WS-LANG PIC X(2).
        01 WS-FILTER PIC X(10).
        01 WS-JSON-FIRST PIC X VALUE 'Y'.
        01 WS-CATALOG-LINE.
           COPY TODORPTREC.
        01 WS-CATALOG-TABLE.
           03 WS-CATALOG-ENTRY PIC X(99) OCCURS 999 TIMES.
        01 WS-CATALOG-COUNT PIC 9(3) VALUE ZERO.
        01 WS-CATALOG-IDX PIC 9(3) VALUE ZERO.
        01 WS-REPORT-ALLOWED PIC X VALUE 'Y'.
        01 WS-REPORT-LINE PIC X(132).
        01 WS-LINE-LENGTH PIC 9(3).
        01 WS-ESCAPED-LINE PIC X(660).
        01 WS-ESCAPED-LENGTH PIC 9(3).
        01 WS-ESC-SRC-IDX PIC 9(3).
        01 WS-ESC-CHAR PIC X.
       LINKAGE SECTION.
        COPY TODOACTIONS.
        COPY TODOREQUEST.
       PROCEDURE DIVISION USING TODO-ACTION TODO-REQUEST-DETAILS.
       MAIN-LOGIC SECTION.
           MOVE REQ-LANG TO WS-LANG
           IF WS-LANG = SPACES
              MOVE 'DE' TO WS-LANG
           END-IF
           MOVE SPACES TO WS-LINK-SUFFIX
           IF REQ-SESSION-TOKEN NOT = SPACES
              STRING '&lang=' WS-LANG '&token='
                 FUNCTION TRIM(REQ-SESSION-TOKEN)
                 DELIMITED BY SIZE INTO WS-LINK-SUFFIX
           ELSE
              STRING '&lang=' WS-LANG
                 DELIMITED BY SIZE INTO WS-LINK-SUFFIX
           END-IF
           MOVE FUNCTION UPPER-CASE(REQ-KEYWORD (1:10)) TO WS-FILTER

           PERFORM LOAD-CATALOG-TABLE
           EVALUATE TRUE
              WHEN ACTION-SHOW-REPORTS
                 PERFORM LIST-CATALOG-ENTRIES
              WHEN ACTION-OPEN-REPORT
                 PERFORM OPEN-CATALOGUED-REPORT
              WHEN OTHER
                 MOVE 'BAD-ACTION' TO REQ-RESULT-CODE
           END-EVALUATE
           GOBACK
          .

       LOAD-CATALOG-TABLE SECTION.
           MOVE ZERO TO WS-CATALOG-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CATALOG-FILE INTO WS-CATALOG-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF RPT-CAT-ID IS NUMERIC
                             AND RPT-CAT-ID > ZERO
                             AND WS-CATALOG-COUNT < 999
                          ADD 1 TO WS-CATALOG-COUNT
                          MOVE WS-CATALOG-LINE
                            TO WS-CATALOG-ENTRY (WS-CATALOG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATALOG-FILE
           END-IF
          EXIT.

       LIST-CATALOG-ENTRIES SECTION.
           MOVE 'Y' TO WS-JSON-FIRST
           IF REQ-FORMAT-JSON
              DISPLAY "[" WITH NO ADVANCING
           ELSE
              DISPLAY "<ul>"
           END-IF
           PERFORM VARYING WS-CATALOG-IDX FROM WS-CATALOG-COUNT BY -1
                 UNTIL WS-CATALOG-IDX < 1
              MOVE WS-CATALOG-ENTRY (WS-CATALOG-IDX)
                TO WS-CATALOG-LINE
              PERFORM CHECK-REPORT-ACCESS
              IF (WS-FILTER = SPACES OR RPT-PROGRAM = WS-FILTER)
                    AND WS-REPORT-ALLOWED = 'Y'
                 PERFORM DISPLAY-CATALOG-ENTRY
              END-IF
           END-PERFORM
           IF REQ-FORMAT-JSON
              DISPLAY "]"
           ELSE
              DISPLAY "</ul>"
           END-IF
          EXIT.

       DISPLAY-CATALOG-ENTRY SECTION.
           IF REQ-FORMAT-JSON
              IF WS-JSON-FIRST = 'N'
                 DISPLAY "," WITH NO ADVANCING
              END-IF
              MOVE 'N' TO WS-JSON-FIRST
              DISPLAY "{""report"":" RPT-CAT-ID
                 ",""program"":""" FUNCTION TRIM(RPT-PROGRAM) """"
                 ",""rundate"":" RPT-RUN-DATE
                 ",""runtime"":""" RPT-RUN-TIME """"
                 ",""run"":""" FUNCTION TRIM(RPT-RUN-TAG) """"
                 ",""retention"":""" FUNCTION TRIM(RPT-RETENTION) """"
                 ",""lines"":" RPT-LINE-COUNT "}"
                 WITH NO ADVANCING
           ELSE
              DISPLAY "<li><a href=""?action=OPEN-REPORT&report="
                 RPT-CAT-ID FUNCTION TRIM(WS-LINK-SUFFIX) """>"
                 FUNCTION TRIM(RPT-PROGRAM) "</a> "
                 RPT-RUN-DATE " " RPT-RUN-TIME " "
                 FUNCTION TRIM(RPT-RUN-TAG) " ("
                 RPT-LINE-COUNT ")</li>"
           END-IF
          EXIT.

       OPEN-CATALOGUED-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           MOVE 'Y' TO WS-REPORT-ALLOWED
           PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
                 UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT
              MOVE WS-CATALOG-ENTRY (WS-CATALOG-IDX)
                TO WS-CATALOG-LINE
              IF RPT-CAT-ID = REQ-REPORT-ID
                 MOVE RPT-FILE-NAME TO WS-REPORT-FILENAME
                 PERFORM CHECK-REPORT-ACCESS
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-REPORT-FILENAME = SPACES
                 MOVE 'REPORT-NOT-FOUND' TO REQ-RESULT-CODE
              WHEN WS-REPORT-ALLOWED = 'N'
                 MOVE 'FORBIDDEN' TO REQ-RESULT-CODE
              WHEN OTHER
                 OPEN INPUT REPORT-FILE
                 IF WS-REPORT-STATUS NOT = '00'
                    MOVE 'REPORT-NOT-FOUND' TO REQ-RESULT-CODE
                 ELSE
                    PERFORM DISPLAY-REPORT-LINES
                    CLOSE REPORT-FILE
                 END-IF
           END-EVALUATE
          EXIT.

       CHECK-REPORT-ACCESS SECTION.
           MOVE 'Y' TO WS-REPORT-ALLOWED
           IF RPT-PROGRAM = 'TODOSECRPT' AND NOT REQ-ROLE-ADMIN
              MOVE 'N' TO WS-REPORT-ALLOWED
           END-IF
          EXIT.

       DISPLAY-REPORT-LINES SECTION.
           MOVE 'Y' TO WS-JSON-FIRST
           IF REQ-FORMAT-JSON
              DISPLAY "{""report"":" REQ-REPORT-ID
                 ",""lines"":[" WITH NO ADVANCING
           ELSE
              DISPLAY "<pre>"
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ REPORT-FILE INTO WS-REPORT-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM DISPLAY-ONE-REPORT-LINE
              END-READ
           END-PERFORM
           IF REQ-FORMAT-JSON
              DISPLAY "]}"
           ELSE
              DISPLAY "</pre>"
           END-IF
          EXIT.

       DISPLAY-ONE-REPORT-LINE SECTION.
           IF WS-REPORT-LINE = SPACES
              MOVE ZERO TO WS-LINE-LENGTH
           ELSE
              COMPUTE WS-LINE-LENGTH = FUNCTION LENGTH
                 (FUNCTION TRIM(WS-REPORT-LINE TRAILING))
           END-IF
           IF REQ-FORMAT-JSON
              PERFORM ESCAPE-REPORT-LINE-JSON
              IF WS-JSON-FIRST = 'N'
                 DISPLAY "," WITH NO ADVANCING
              END-IF
              MOVE 'N' TO WS-JSON-FIRST
              IF WS-ESCAPED-LENGTH = ZERO
                 DISPLAY """""" WITH NO ADVANCING
              ELSE
                 DISPLAY """" WS-ESCAPED-LINE (1:WS-ESCAPED-LENGTH)
                    """" WITH NO ADVANCING
              END-IF
           ELSE
              PERFORM ESCAPE-REPORT-LINE-HTML
              IF WS-ESCAPED-LENGTH = ZERO
                 DISPLAY " "
              ELSE
                 DISPLAY WS-ESCAPED-LINE (1:WS-ESCAPED-LENGTH)
              END-IF
           END-IF
          EXIT.

       ESCAPE-REPORT-LINE-HTML SECTION.
           MOVE SPACES TO WS-ESCAPED-LINE
           MOVE 1 TO WS-ESCAPED-LENGTH
           PERFORM VARYING WS-ESC-SRC-IDX FROM 1 BY 1
                 UNTIL WS-ESC-SRC-IDX > WS-LINE-LENGTH
              MOVE WS-REPORT-LINE (WS-ESC-SRC-IDX:1) TO WS-ESC-CHAR
              EVALUATE WS-ESC-CHAR
                 WHEN '&'
                    MOVE '&amp;' TO
                       WS-ESCAPED-LINE (WS-ESCAPED-LENGTH:5)
                    ADD 5 TO WS-ESCAPED-LENGTH
                 WHEN '<'
                    MOVE '&lt;' TO
                       WS-ESCAPED-LINE (WS-ESCAPED-LENGTH:4)
                    ADD 4 TO WS-ESCAPED-LENGTH
                 WHEN '>'
                    MOVE '&gt;' TO
                       WS-ESCAPED-LINE (WS-ESCAPED-LENGTH:4)
                    ADD 4 TO WS-ESCAPED-LENGTH
                 WHEN OTHER
                    MOVE WS-ESC-CHAR TO
                       WS-ESCAPED-LINE (WS-ESCAPED-LENGTH:1)
                    ADD 1 TO WS-ESCAPED-LENGTH
              END-EVALUATE
           END-PERFORM
           SUBTRACT 1 FROM WS-ESCAPED-LENGTH
          EXIT.

       ESCAPE-REPORT-LINE-JSON SECTION.
           MOVE SPACES TO WS-ESCAPED-LINE
           MOVE 1 TO WS-ESCAPED-LENGTH
           PERFORM VARYING WS-ESC-SRC-IDX FROM 1 BY 1
                 UNTIL WS-ESC-SRC-IDX > WS-LINE-LENGTH
              MOVE WS-REPORT-LINE (WS-ESC-SRC-IDX:1) TO WS-ESC-CHAR
              EVALUATE WS-ESC-CHAR
                 WHEN '"'
                    MOVE '\"' TO
                       WS-ESCAPED-LINE (WS-ESCAPED-LENGTH:2)
                    ADD 2 TO WS-ESCAPED-LENGTH
                 WHEN '\'
                    MOVE '\\' TO
                       WS-ESCAPED-LINE (WS-ESCAPED-LENGTH:2)
                    ADD 2 TO WS-ESCAPED-LENGTH
                 WHEN OTHER
                    IF WS-ESC-CHAR < X'20'
                       CONTINUE
                    ELSE
                       MOVE WS-ESC-CHAR TO
                          WS-ESCAPED-LINE (WS-ESCAPED-LENGTH:1)
                       ADD 1 TO WS-ESCAPED-LENGTH
                    END-IF
              END-EVALUATE
           END-PERFORM
           SUBTRACT 1 FROM WS-ESCAPED-LENGTH
          EXIT.

       END PROGRAM TODORPTVW.
