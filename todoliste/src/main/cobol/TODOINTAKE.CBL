       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOINTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-STATUS.
         SELECT MESSAGE-FILE ASSIGN DYNAMIC WS-MESSAGE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MESSAGE-STATUS.
         SELECT CONTACT-FILE ASSIGN TO 'todocontact.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTACT-STATUS.
         SELECT USER-FILE ASSIGN TO 'todousers.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USER-STATUS.
         SELECT EXCEPT-FILE ASSIGN TO 'todointake.exc'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXCEPT-STATUS.
         SELECT ACK-FILE ASSIGN DYNAMIC WS-ACK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD MANIFEST-FILE.
          01 MANIFEST-RECORD PIC X(40).
          FD MESSAGE-FILE.
          01 MESSAGE-RECORD PIC X(100).
          FD CONTACT-FILE.
          01 CONTACT-FILE-RECORD PIC X(71).
          FD USER-FILE.
          01 USER-FILE-RECORD PIC X(46).
          FD EXCEPT-FILE.
          01 EXCEPT-RECORD PIC X(118).
          FD ACK-FILE.
          01 ACK-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
        01 WS-MANIFEST-STATUS PIC XX.
        01 WS-MESSAGE-STATUS PIC XX.
        01 WS-CONTACT-STATUS PIC XX.
        01 WS-USER-STATUS PIC XX.
        01 WS-EXCEPT-STATUS PIC XX.
        01 WS-ACK-STATUS PIC XX.
        01 WS-DROP-DIR PIC X(40).
        01 WS-MANIFEST-FILENAME PIC X(80).
        01 WS-MESSAGE-FILENAME PIC X(80).
        01 WS-ACK-FILENAME PIC X(40).
        01 WS-DEFAULT-CATEGORY PIC X(10).
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-MANIFEST-EOF PIC X VALUE 'N'.
        01 WS-MESSAGE-EOF PIC X.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-MESSAGE-NAME PIC X(40).
        01 WS-MESSAGE-LINE PIC X(100).
        01 WS-IN-HEADER PIC X.
        01 WS-COLON-POS PIC 9(3).
        01 WS-HDR-NAME PIC X(20).
        01 WS-HDR-VALUE PIC X(100).
        01 WS-MSG-FROM PIC X(100).
        01 WS-MSG-ADDRESS PIC X(60).
        01 WS-MSG-SUBJECT PIC X(100).
        01 WS-MSG-CATEGORY PIC X(10).
        01 WS-MSG-DUE-TEXT PIC X(8).
        01 WS-MSG-PRIO-TEXT PIC X(1).
        01 WS-MSG-BAD-HEADER PIC X.
        01 WS-ADDR-LEAD PIC X(100).
        01 WS-ADDR-LOCAL PIC X(60).
        01 WS-BODY-TABLE.
           03 WS-BODY-LINE PIC X(100) OCCURS 40 TIMES.
        01 WS-BODY-COUNT PIC 9(2) VALUE ZERO.
        01 WS-BODY-IDX PIC 9(2) VALUE ZERO.
        01 WS-BODY-DROPPED PIC 9(3) VALUE ZERO.
        01 WS-CONTACT-RECORD.
           05 WS-CONTACT-OWNER PIC X(10).
           05 FILLER PIC X.
           05 WS-CONTACT-TARGET PIC X(60).
        01 WS-CONTACT-TABLE.
           03 WS-CONTACT-ENTRY OCCURS 99 TIMES.
              05 WS-CT-OWNER PIC X(10).
              05 WS-CT-TARGET PIC X(60).
        01 WS-CONTACT-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CONTACT-IDX PIC 9(2) VALUE ZERO.
        01 WS-USER-RECORD.
           05 WS-USER-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-USER-NAME PIC X(18).
           05 FILLER PIC X.
           05 WS-USER-PIN-HASH PIC 9(8).
           05 FILLER PIC X.
           05 WS-USER-ACTIVE PIC X.
           05 FILLER PIC X.
           05 WS-USER-ROLE PIC X(5).
        01 WS-USER-TABLE.
           03 WS-USER-ENTRY OCCURS 99 TIMES.
              05 WS-UT-ID PIC X(10).
              05 WS-UT-ACTIVE PIC X.
        01 WS-USER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-USER-IDX PIC 9(2) VALUE ZERO.
        01 WS-SENDER-ID PIC X(10).
        01 WS-SENDER-ACTIVE PIC X.
        01 WS-REJECT-REASON PIC X(20).
        01 WS-NEW-ID PIC 9(5) VALUE ZERO.
        01 WS-NOTE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-MESSAGE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ACCEPT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-EXCEPT-LINE.
           05 WS-EXC-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EXC-FILE PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EXC-SENDER PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EXC-REASON PIC X(20).
        01 WS-ACK-LINE PIC X(100).
        COPY TODOACTIONS.
        COPY TODOITEM.
        COPY TODOREQUEST.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-DROP-DIR
           ACCEPT WS-DROP-DIR FROM ENVIRONMENT "TODOINTAKE_DIR"
           IF WS-DROP-DIR = SPACES
              MOVE 'maildrop' TO WS-DROP-DIR
           END-IF
           MOVE SPACES TO WS-DEFAULT-CATEGORY
           ACCEPT WS-DEFAULT-CATEGORY
              FROM ENVIRONMENT "TODOINTAKE_CATEGORY"

           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING FUNCTION TRIM(WS-DROP-DIR) '/inbox.lst'
              DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
              DISPLAY "TODOINTAKE: no messages waiting in "
                 FUNCTION TRIM(WS-DROP-DIR)
              GOBACK
           END-IF

           PERFORM LOAD-CONTACT-DIRECTORY
           PERFORM LOAD-USER-DIRECTORY

           PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
              READ MANIFEST-FILE INTO WS-MESSAGE-NAME
                 AT END MOVE 'Y' TO WS-MANIFEST-EOF
                 NOT AT END
                    IF WS-MESSAGE-NAME NOT = SPACES
                       PERFORM PROCESS-ONE-MESSAGE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE

           OPEN OUTPUT MANIFEST-FILE
           CLOSE MANIFEST-FILE

           DISPLAY "TODOINTAKE: " WS-MESSAGE-COUNT " message(s), "
              WS-ACCEPT-COUNT " accepted, "
              WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > ZERO
              DISPLAY "TODOINTAKE: rejected messages are listed in"
                 " todointake.exc"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       LOAD-CONTACT-DIRECTORY SECTION.
           MOVE ZERO TO WS-CONTACT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CONTACT-FILE INTO WS-CONTACT-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-CONTACT-OWNER NOT = SPACES
                             AND WS-CONTACT-COUNT < 99
                          ADD 1 TO WS-CONTACT-COUNT
                          MOVE WS-CONTACT-OWNER
                            TO WS-CT-OWNER (WS-CONTACT-COUNT)
                          MOVE WS-CONTACT-TARGET
                            TO WS-CT-TARGET (WS-CONTACT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTACT-FILE
           END-IF
          EXIT.

       LOAD-USER-DIRECTORY SECTION.
           MOVE ZERO TO WS-USER-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ USER-FILE INTO WS-USER-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-USER-ID NOT = SPACES
                             AND WS-USER-COUNT < 99
                          ADD 1 TO WS-USER-COUNT
                          MOVE WS-USER-ID
                            TO WS-UT-ID (WS-USER-COUNT)
                          MOVE WS-USER-ACTIVE
                            TO WS-UT-ACTIVE (WS-USER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USER-FILE
           END-IF
          EXIT.

       PROCESS-ONE-MESSAGE SECTION.
           ADD 1 TO WS-MESSAGE-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-MSG-ADDRESS
           MOVE SPACES TO WS-SENDER-ID
           MOVE SPACES TO WS-MESSAGE-FILENAME
           STRING FUNCTION TRIM(WS-DROP-DIR) '/'
                  FUNCTION TRIM(WS-MESSAGE-NAME)
              DELIMITED BY SIZE INTO WS-MESSAGE-FILENAME

           PERFORM READ-MESSAGE-FILE
           IF WS-REJECT-REASON = SPACES
              PERFORM MATCH-SENDER
           END-IF

           EVALUATE TRUE
              WHEN WS-REJECT-REASON NOT = SPACES
                 CONTINUE
              WHEN WS-MSG-SUBJECT = SPACES
                 MOVE 'NO-SUBJECT' TO WS-REJECT-REASON
              WHEN WS-MSG-BAD-HEADER = 'Y'
                 MOVE 'BAD-HEADER' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM CREATE-INTAKE-ITEM
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-ACCEPT-COUNT
              PERFORM WRITE-ACKNOWLEDGEMENT
              CALL "CBL_DELETE_FILE" USING WS-MESSAGE-FILENAME
              MOVE ZERO TO RETURN-CODE
              DISPLAY "TODOINTAKE: " FUNCTION TRIM(WS-MESSAGE-NAME)
                 " -> item " WS-NEW-ID " for "
                 FUNCTION TRIM(WS-SENDER-ID)
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              PERFORM WRITE-EXCEPTION-RECORD
              DISPLAY "TODOINTAKE: " FUNCTION TRIM(WS-MESSAGE-NAME)
                 " rejected, " FUNCTION TRIM(WS-REJECT-REASON)
           END-IF
          EXIT.

       READ-MESSAGE-FILE SECTION.
           MOVE SPACES TO WS-MSG-FROM
           MOVE SPACES TO WS-MSG-SUBJECT
           MOVE WS-DEFAULT-CATEGORY TO WS-MSG-CATEGORY
           MOVE SPACES TO WS-MSG-DUE-TEXT
           MOVE SPACES TO WS-MSG-PRIO-TEXT
           MOVE 'N' TO WS-MSG-BAD-HEADER
           MOVE ZERO TO WS-BODY-COUNT
           MOVE ZERO TO WS-BODY-DROPPED
           MOVE 'Y' TO WS-IN-HEADER
           MOVE 'N' TO WS-MESSAGE-EOF
           OPEN INPUT MESSAGE-FILE
           IF WS-MESSAGE-STATUS NOT = '00'
              MOVE 'NOT-FOUND' TO WS-REJECT-REASON
           ELSE
              PERFORM UNTIL WS-MESSAGE-EOF = 'Y'
                 READ MESSAGE-FILE INTO WS-MESSAGE-LINE
                    AT END MOVE 'Y' TO WS-MESSAGE-EOF
                    NOT AT END
                       IF WS-IN-HEADER = 'Y'
                          PERFORM PARSE-HEADER-LINE
                       ELSE
                          PERFORM STORE-BODY-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MESSAGE-FILE
              IF WS-MSG-FROM = SPACES
                 MOVE 'NO-SENDER' TO WS-REJECT-REASON
              END-IF
           END-IF
          EXIT.

       PARSE-HEADER-LINE SECTION.
           IF WS-MESSAGE-LINE = SPACES
              MOVE 'N' TO WS-IN-HEADER
           ELSE
              MOVE ZERO TO WS-COLON-POS
              INSPECT WS-MESSAGE-LINE TALLYING WS-COLON-POS
                 FOR CHARACTERS BEFORE INITIAL ':'
              IF WS-COLON-POS = ZERO OR WS-COLON-POS > 20
                 MOVE 'Y' TO WS-MSG-BAD-HEADER
              ELSE
                 MOVE FUNCTION UPPER-CASE
                    (WS-MESSAGE-LINE (1:WS-COLON-POS)) TO WS-HDR-NAME
                 MOVE FUNCTION TRIM
                    (WS-MESSAGE-LINE (WS-COLON-POS + 2:) LEADING)
                   TO WS-HDR-VALUE
                 EVALUATE WS-HDR-NAME
                    WHEN 'FROM'
                       MOVE WS-HDR-VALUE TO WS-MSG-FROM
                    WHEN 'SUBJECT'
                       MOVE WS-HDR-VALUE TO WS-MSG-SUBJECT
                    WHEN 'CATEGORY'
                       MOVE FUNCTION UPPER-CASE(WS-HDR-VALUE)
                         TO WS-MSG-CATEGORY
                    WHEN 'DUE'
                       MOVE WS-HDR-VALUE TO WS-MSG-DUE-TEXT
                       IF WS-MSG-DUE-TEXT NOT NUMERIC
                          MOVE 'Y' TO WS-MSG-BAD-HEADER
                       END-IF
                    WHEN 'PRIORITY'
                       MOVE WS-HDR-VALUE TO WS-MSG-PRIO-TEXT
                       IF WS-MSG-PRIO-TEXT NOT NUMERIC
                          MOVE 'Y' TO WS-MSG-BAD-HEADER
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
          EXIT.

       STORE-BODY-LINE SECTION.
           IF WS-MESSAGE-LINE NOT = SPACES
              IF WS-BODY-COUNT < 40
                 ADD 1 TO WS-BODY-COUNT
                 MOVE WS-MESSAGE-LINE TO WS-BODY-LINE (WS-BODY-COUNT)
              ELSE
                 ADD 1 TO WS-BODY-DROPPED
              END-IF
           END-IF
          EXIT.

       MATCH-SENDER SECTION.
           MOVE SPACES TO WS-ADDR-LEAD
           MOVE SPACES TO WS-MSG-ADDRESS
           IF WS-MSG-FROM (1:1) = '<'
              UNSTRING WS-MSG-FROM (2:) DELIMITED BY '>'
                 INTO WS-MSG-ADDRESS
           ELSE
              UNSTRING WS-MSG-FROM DELIMITED BY '<' OR '>'
                 INTO WS-ADDR-LEAD WS-MSG-ADDRESS
              IF WS-MSG-ADDRESS = SPACES
                 MOVE WS-ADDR-LEAD TO WS-MSG-ADDRESS
              END-IF
           END-IF
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WS-MSG-ADDRESS))
             TO WS-MSG-ADDRESS

           MOVE SPACES TO WS-SENDER-ID
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
                 UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT
                    OR WS-SENDER-ID NOT = SPACES
              IF FUNCTION LOWER-CASE
                    (FUNCTION TRIM(WS-CT-TARGET (WS-CONTACT-IDX)))
                    = WS-MSG-ADDRESS
                 MOVE WS-CT-OWNER (WS-CONTACT-IDX) TO WS-SENDER-ID
              END-IF
           END-PERFORM

           MOVE 'N' TO WS-SENDER-ACTIVE
           MOVE SPACES TO WS-ADDR-LOCAL
           UNSTRING WS-MSG-ADDRESS DELIMITED BY '@'
              INTO WS-ADDR-LOCAL
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                 UNTIL WS-USER-IDX > WS-USER-COUNT
              EVALUATE TRUE
                 WHEN WS-SENDER-ID NOT = SPACES
                       AND WS-UT-ID (WS-USER-IDX) = WS-SENDER-ID
                    MOVE WS-UT-ACTIVE (WS-USER-IDX)
                      TO WS-SENDER-ACTIVE
                 WHEN WS-SENDER-ID = SPACES
                       AND FUNCTION UPPER-CASE(WS-UT-ID (WS-USER-IDX))
                          = FUNCTION UPPER-CASE(WS-ADDR-LOCAL)
                    MOVE WS-UT-ID (WS-USER-IDX) TO WS-SENDER-ID
                    MOVE WS-UT-ACTIVE (WS-USER-IDX)
                      TO WS-SENDER-ACTIVE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-SENDER-ID = SPACES
                 MOVE 'UNKNOWN-SENDER' TO WS-REJECT-REASON
              WHEN WS-USER-COUNT > ZERO AND WS-SENDER-ACTIVE NOT = 'Y'
                 MOVE 'INACTIVE-SENDER' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
          EXIT.

       CREATE-INTAKE-ITEM SECTION.
           PERFORM SETUP-REQUEST
           MOVE WS-MSG-SUBJECT TO NEW-TODO-ITEM
           MOVE WS-MSG-CATEGORY TO NEW-TODO-CATEGORY
           MOVE WS-SENDER-ID TO NEW-TODO-OWNER
           IF WS-MSG-DUE-TEXT NOT = SPACES
              MOVE WS-MSG-DUE-TEXT TO NEW-TODO-DUE-DATE
           END-IF
           IF WS-MSG-PRIO-TEXT NOT = SPACES
              MOVE WS-MSG-PRIO-TEXT TO NEW-TODO-PRIORITY
           END-IF
           MOVE 'ADD' TO TODO-ACTION
           PERFORM CALL-TODOLISTE
           IF REQ-OK
              MOVE REQ-NEW-ITEM-ID TO WS-NEW-ID
              PERFORM ADD-INTAKE-NOTES
           ELSE
              MOVE REQ-RESULT-CODE TO WS-REJECT-REASON
           END-IF
          EXIT.

       ADD-INTAKE-NOTES SECTION.
           MOVE ZERO TO WS-NOTE-COUNT
           MOVE SPACES TO WS-ACK-LINE
           STRING 'Mail from ' FUNCTION TRIM(WS-MSG-ADDRESS)
              DELIMITED BY SIZE INTO WS-ACK-LINE
           PERFORM ADD-ONE-NOTE
           IF WS-MSG-SUBJECT (36:65) NOT = SPACES
              MOVE SPACES TO WS-ACK-LINE
              STRING 'Subject: ' FUNCTION TRIM(WS-MSG-SUBJECT)
                 DELIMITED BY SIZE INTO WS-ACK-LINE
              PERFORM ADD-ONE-NOTE
           END-IF
           PERFORM VARYING WS-BODY-IDX FROM 1 BY 1
                 UNTIL WS-BODY-IDX > WS-BODY-COUNT
              MOVE WS-BODY-LINE (WS-BODY-IDX) TO WS-ACK-LINE
              PERFORM ADD-ONE-NOTE
           END-PERFORM
           IF WS-BODY-DROPPED > ZERO
              MOVE SPACES TO WS-ACK-LINE
              STRING '(' WS-BODY-DROPPED ' further line(s) not kept,'
                     ' see the original message)'
                 DELIMITED BY SIZE INTO WS-ACK-LINE
              PERFORM ADD-ONE-NOTE
           END-IF
          EXIT.

       ADD-ONE-NOTE SECTION.
           PERFORM SETUP-REQUEST
           MOVE WS-NEW-ID TO REQ-ITEM-ID
           MOVE WS-ACK-LINE (1:60) TO REQ-NOTE-TEXT
           MOVE 'ADD-NOTE' TO TODO-ACTION
           PERFORM CALL-TODOLISTE
           ADD 1 TO WS-NOTE-COUNT
           IF WS-ACK-LINE (61:40) NOT = SPACES
              PERFORM SETUP-REQUEST
              MOVE WS-NEW-ID TO REQ-ITEM-ID
              MOVE WS-ACK-LINE (61:40) TO REQ-NOTE-TEXT
              MOVE 'ADD-NOTE' TO TODO-ACTION
              PERFORM CALL-TODOLISTE
              ADD 1 TO WS-NOTE-COUNT
           END-IF
          EXIT.

       SETUP-REQUEST SECTION.
           INITIALIZE TODO-REQUEST-DETAILS
           MOVE 'OK' TO REQ-RESULT-CODE
           MOVE 'EN' TO REQ-LANG
           MOVE WS-SENDER-ID TO REQ-ACTING-USER
           MOVE 'USER' TO REQ-ACTING-ROLE
           MOVE SPACES TO NEW-TODO-ITEM
           MOVE SPACES TO NEW-TODO-CATEGORY
           MOVE SPACES TO NEW-TODO-OWNER
           MOVE SPACES TO NEW-TODO-RECUR
           MOVE ZERO TO NEW-TODO-DUE-DATE
           MOVE ZERO TO NEW-TODO-PRIORITY
          EXIT.

       CALL-TODOLISTE SECTION.
           CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
                                  NEW-TODO-CATEGORY
                                  NEW-TODO-DUE-DATE
                                  NEW-TODO-OWNER
                                  NEW-TODO-PRIORITY
                                  NEW-TODO-RECUR
                                  TODO-REQUEST-DETAILS
          EXIT.

       WRITE-ACKNOWLEDGEMENT SECTION.
           MOVE SPACES TO WS-ACK-FILENAME
           STRING 'ack-' FUNCTION TRIM(WS-SENDER-ID) '.txt'
              DELIMITED BY SIZE INTO WS-ACK-FILENAME
           OPEN EXTEND ACK-FILE
           IF WS-ACK-STATUS = '35'
              OPEN OUTPUT ACK-FILE
           END-IF
           IF WS-ACK-STATUS NOT = '00'
              DISPLAY "TODOINTAKE: cannot write acknowledgement for "
                 FUNCTION TRIM(WS-SENDER-ID)
           ELSE
              MOVE SPACES TO WS-ACK-LINE
              STRING 'Your request received ' WS-TODAY-DATE
                     ' has been registered as ITEM-ID ' WS-NEW-ID
                 DELIMITED BY SIZE INTO WS-ACK-LINE
              WRITE ACK-RECORD FROM WS-ACK-LINE
              MOVE SPACES TO WS-ACK-LINE
              STRING '  ' WS-MSG-SUBJECT
                 DELIMITED BY SIZE INTO WS-ACK-LINE
              WRITE ACK-RECORD FROM WS-ACK-LINE
              MOVE SPACES TO WS-ACK-LINE
              STRING '  Please quote ITEM-ID ' WS-NEW-ID
                     ' in any follow-up.'
                 DELIMITED BY SIZE INTO WS-ACK-LINE
              WRITE ACK-RECORD FROM WS-ACK-LINE
              CLOSE ACK-FILE
           END-IF
          EXIT.

       WRITE-EXCEPTION-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-EXC-STAMP
           STRING WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-EXC-STAMP
           MOVE WS-MESSAGE-NAME TO WS-EXC-FILE
           IF WS-MSG-ADDRESS NOT = SPACES
              MOVE WS-MSG-ADDRESS TO WS-EXC-SENDER
           ELSE
              MOVE WS-MSG-FROM TO WS-EXC-SENDER
           END-IF
           MOVE WS-REJECT-REASON TO WS-EXC-REASON
           OPEN EXTEND EXCEPT-FILE
           IF WS-EXCEPT-STATUS = '35'
              OPEN OUTPUT EXCEPT-FILE
           END-IF
           WRITE EXCEPT-RECORD FROM WS-EXCEPT-LINE
           CLOSE EXCEPT-FILE
          EXIT.

       END PROGRAM TODOINTAKE.
