           PERFORM GET-BODY-PARAM
           MOVE PARAMETER-VALUE TO REQ-PRED-ID

           MOVE "project" TO PARAMETER-NAME
           PERFORM GET-BODY-PARAM
           MOVE PARAMETER-VALUE TO REQ-PROJECT-CODE

           MOVE "milestone" TO PARAMETER-NAME
           PERFORM GET-BODY-PARAM
           MOVE PARAMETER-VALUE TO REQ-MILESTONE

           MOVE "remind" TO PARAMETER-NAME
           PERFORM GET-BODY-PARAM
           MOVE PARAMETER-VALUE TO REQ-REMIND-DATE
           PERFORM GET-BODY-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE (1:1))
             TO REQ-FORCE

           MOVE "conf" TO PARAMETER-NAME
           PERFORM GET-BODY-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE (1:1))
             TO REQ-CONFIDENTIAL

           MOVE "team" TO PARAMETER-NAME
           PERFORM GET-BODY-PARAM
           MOVE PARAMETER-VALUE TO REQ-TEAM

           MOVE "pool" TO PARAMETER-NAME
           PERFORM GET-BODY-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE (1:1))
             TO REQ-POOL
          EXIT.

       GET-BODY-PARAM SECTION.
