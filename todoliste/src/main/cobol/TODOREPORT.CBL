            ALTERNATE RECORD KEY IS ITEM-CATEGORY WITH DUPLICATES
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-REPORT-FILENAME PIC X(40).
        01 WS-REPORT-LINE PIC X(80) VALUE SPACES.
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT "TODOREPORT_FILE"
           IF WS-REPORT-FILENAME = SPACES
              MOVE 'todoreport.rpt' TO WS-REPORT-FILENAME
           END-IF

           MOVE SPACES TO MSG-LANG
           ACCEPT MSG-LANG FROM ENVIRONMENT "TODOLIST_LANG"
           IF MSG-LANG = SPACES
              MOVE ZERO TO WS-OLDEST-AGE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE ALL '=' TO WS-REPORT-LINE (1:36)
           PERFORM PUT-REPORT-LINE
           MOVE 'RPT-TITLE' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           STRING "  " FUNCTION TRIM(MSG-TEXT) " - "
              WS-TODAY-DATE
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE (1:36)
           PERFORM PUT-REPORT-LINE
           MOVE 'RPT-OPEN' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           MOVE MSG-TEXT (1:21) TO WS-REPORT-LINE (1:21)
           MOVE WS-OPEN-COUNT TO WS-REPORT-LINE (22:5)
           PERFORM PUT-REPORT-LINE
           MOVE 'RPT-PROG' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           MOVE MSG-TEXT (1:21) TO WS-REPORT-LINE (1:21)
           MOVE WS-PROG-COUNT TO WS-REPORT-LINE (22:5)
           PERFORM PUT-REPORT-LINE
           MOVE 'RPT-WAIT' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           MOVE MSG-TEXT (1:21) TO WS-REPORT-LINE (1:21)
           MOVE WS-WAIT-COUNT TO WS-REPORT-LINE (22:5)
           PERFORM PUT-REPORT-LINE
           MOVE 'RPT-DONE' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           MOVE MSG-TEXT (1:21) TO WS-REPORT-LINE (1:21)
           MOVE WS-DONE-COUNT TO WS-REPORT-LINE (22:5)
           PERFORM PUT-REPORT-LINE
           MOVE 'RPT-OLDEST' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           MOVE MSG-TEXT TO WS-OLDEST-LABEL
           IF WS-OLDEST-INTEGER > ZERO
              MOVE 'RPT-DAYS-OLD' TO MSG-ID
              CALL "TODOMSG" USING TODOMSG-PARAMETERS
              STRING WS-OLDEST-LABEL (1:21) "ID " WS-OLDEST-ITEM-ID
                 ", " WS-OLDEST-AGE " " FUNCTION TRIM(MSG-TEXT)
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
              MOVE 'RPT-NA' TO MSG-ID
              CALL "TODOMSG" USING TODOMSG-PARAMETERS
              STRING WS-OLDEST-LABEL (1:21) FUNCTION TRIM(MSG-TEXT)
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM PUT-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE (1:36)
           PERFORM PUT-REPORT-LINE
           IF WS-REPORT-STATUS = '00'
              CLOSE REPORT-FILE
           END-IF
          EXIT.

       PUT-REPORT-LINE SECTION.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           IF WS-REPORT-STATUS = '00'
              WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
          EXIT.

       END PROGRAM TODOREPORT.
