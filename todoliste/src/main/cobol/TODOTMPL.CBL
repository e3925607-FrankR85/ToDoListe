        01 WS-TMPL-NAME-TEXT PIC X(10).
        01 WS-BASE-TEXT PIC X(8).
        01 WS-APPLY-OWNER PIC X(10).
        01 WS-APPLY-PROJECT PIC X(8).
        01 WS-APPLY-MILESTONE PIC X(6).
        01 WS-APPLY-FORCE PIC X(1).
        COPY TODOACTIONS.
        COPY TODOITEM.
        COPY TODOREQUEST.
           ACCEPT WS-BASE-TEXT FROM ENVIRONMENT "TODOTMPL_BASE"
           MOVE SPACES TO WS-APPLY-OWNER
           ACCEPT WS-APPLY-OWNER FROM ENVIRONMENT "TODOTMPL_OWNER"
           MOVE SPACES TO WS-APPLY-PROJECT
           ACCEPT WS-APPLY-PROJECT FROM ENVIRONMENT "TODOTMPL_PROJECT"
           MOVE SPACES TO WS-APPLY-MILESTONE
           ACCEPT WS-APPLY-MILESTONE
              FROM ENVIRONMENT "TODOTMPL_MILESTONE"
           MOVE SPACES TO WS-APPLY-FORCE
           ACCEPT WS-APPLY-FORCE FROM ENVIRONMENT "TODOTMPL_FORCE"

           IF WS-TMPL-NAME-TEXT = SPACES
              DISPLAY "TODOTMPL: set TODOTMPL_NAME to the template"
           MOVE 'EN' TO REQ-LANG
           MOVE WS-TMPL-NAME-TEXT TO REQ-TEMPLATE-NAME
           MOVE WS-APPLY-OWNER TO REQ-ACTING-USER
           MOVE WS-APPLY-PROJECT TO REQ-PROJECT-CODE
           MOVE WS-APPLY-MILESTONE TO REQ-MILESTONE
           MOVE WS-APPLY-FORCE TO REQ-FORCE
           MOVE SPACES TO NEW-TODO-ITEM
           MOVE SPACES TO NEW-TODO-CATEGORY
           MOVE SPACES TO NEW-TODO-OWNER
              DISPLAY "TODOTMPL: apply failed with "
                 FUNCTION TRIM(REQ-RESULT-CODE) ", added "
                 REQ-COUNT " item(s)"
              IF REQ-RESULT-CODE = 'DUE-OVERCOMMIT'
                 DISPLAY "TODOTMPL: earliest feasible date for "
                    FUNCTION TRIM(REQ-FEASIBLE-OWNER) " is "
                    REQ-FEASIBLE-DATE ", set TODOTMPL_FORCE=Y to"
                    " apply anyway"
              END-IF
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
