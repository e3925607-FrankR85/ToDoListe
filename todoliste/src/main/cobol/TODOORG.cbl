       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOORG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-FILE ASSIGN TO 'todoorg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORG-FILE.
          01 ORG-FILE-RECORD   PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-ORG-STATUS        PIC XX.
       01 WS-LOADED            PIC X VALUE 'N'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-ORG-RECORD.
          05 WS-ORG-USER       PIC X(10).
          05 FILLER            PIC X.
          05 WS-ORG-TEAM       PIC X(10).
          05 FILLER            PIC X.
          05 WS-ORG-MANAGER    PIC X(10).
       01 WS-ORG-TABLE.
          03 WS-ORG-ENTRY OCCURS 99 TIMES.
             05 WS-OT-USER     PIC X(10).
             05 WS-OT-TEAM     PIC X(10).
             05 WS-OT-MANAGER  PIC X(10).
       01 WS-ORG-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ORG-IDX           PIC 9(3) VALUE ZERO.
       01 WS-ORG-HIT           PIC 9(3) VALUE ZERO.
       01 WS-FIND-USER         PIC X(10).
       01 WS-WALK-USER         PIC X(10).
       01 WS-WALK-DEPTH        PIC 9(3).

       LINKAGE SECTION.
        COPY TODOORGP.

       PROCEDURE DIVISION USING TODOORG-PARAMETERS.
           IF WS-LOADED = 'N'
              PERFORM LOAD-ORG-FILE
           END-IF

           MOVE WS-ORG-COUNT TO ORG-ENTRY-COUNT
           MOVE 'N' TO ORG-FOUND
           EVALUATE TRUE
              WHEN ORG-FUNC-LOOKUP
                 MOVE SPACES TO ORG-TEAM ORG-MANAGER
                 MOVE ORG-USER-ID TO WS-FIND-USER
                 PERFORM FIND-ORG-ENTRY
                 IF WS-ORG-HIT > ZERO
                    MOVE 'Y' TO ORG-FOUND
                    MOVE WS-OT-TEAM (WS-ORG-HIT) TO ORG-TEAM
                    MOVE WS-OT-MANAGER (WS-ORG-HIT) TO ORG-MANAGER
                 END-IF
              WHEN ORG-FUNC-ENTRY
                 MOVE SPACES TO ORG-USER-ID ORG-TEAM ORG-MANAGER
                 IF ORG-ENTRY-NO > ZERO
                       AND ORG-ENTRY-NO <= WS-ORG-COUNT
                    MOVE 'Y' TO ORG-FOUND
                    MOVE WS-OT-USER (ORG-ENTRY-NO) TO ORG-USER-ID
                    MOVE WS-OT-TEAM (ORG-ENTRY-NO) TO ORG-TEAM
                    MOVE WS-OT-MANAGER (ORG-ENTRY-NO) TO ORG-MANAGER
                 END-IF
              WHEN ORG-FUNC-UNDER
                 PERFORM CHECK-REPORTS-TO
              WHEN ORG-FUNC-UP
                 PERFORM WALK-UP-MANAGER-CHAIN
           END-EVALUATE
           GOBACK
          .

       LOAD-ORG-FILE SECTION.
           MOVE 'Y' TO WS-LOADED
           MOVE ZERO TO WS-ORG-COUNT
           OPEN INPUT ORG-FILE
           IF WS-ORG-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ORG-FILE INTO WS-ORG-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-ORG-USER NOT = SPACES
                             AND WS-ORG-COUNT < 99
                          ADD 1 TO WS-ORG-COUNT
                          MOVE WS-ORG-USER
                            TO WS-OT-USER (WS-ORG-COUNT)
                          MOVE WS-ORG-TEAM
                            TO WS-OT-TEAM (WS-ORG-COUNT)
                          MOVE WS-ORG-MANAGER
                            TO WS-OT-MANAGER (WS-ORG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORG-FILE
           END-IF
          EXIT.

       FIND-ORG-ENTRY SECTION.
           MOVE ZERO TO WS-ORG-HIT
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-COUNT
                    OR WS-ORG-HIT > ZERO
              IF WS-OT-USER (WS-ORG-IDX) = WS-FIND-USER
                 MOVE WS-ORG-IDX TO WS-ORG-HIT
              END-IF
           END-PERFORM
          EXIT.

       CHECK-REPORTS-TO SECTION.
           MOVE ZERO TO ORG-LEVELS
           MOVE ORG-USER-ID TO WS-WALK-USER
           MOVE ZERO TO WS-WALK-DEPTH
           PERFORM UNTIL WS-WALK-USER = SPACES
                 OR ORG-IS-FOUND
                 OR WS-WALK-DEPTH >= 99
              MOVE WS-WALK-USER TO WS-FIND-USER
              PERFORM FIND-ORG-ENTRY
              IF WS-ORG-HIT = ZERO
                 MOVE SPACES TO WS-WALK-USER
              ELSE
                 ADD 1 TO WS-WALK-DEPTH
                 MOVE WS-OT-MANAGER (WS-ORG-HIT) TO WS-WALK-USER
                 IF WS-WALK-USER = ORG-BOSS-ID
                       AND WS-WALK-USER NOT = SPACES
                    MOVE 'Y' TO ORG-FOUND
                    MOVE WS-WALK-DEPTH TO ORG-LEVELS
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       WALK-UP-MANAGER-CHAIN SECTION.
           MOVE SPACES TO ORG-BOSS-ID
           MOVE ORG-USER-ID TO WS-WALK-USER
           MOVE ZERO TO WS-WALK-DEPTH
           PERFORM UNTIL WS-WALK-USER = SPACES
                 OR WS-WALK-DEPTH >= ORG-LEVELS
              MOVE WS-WALK-USER TO WS-FIND-USER
              PERFORM FIND-ORG-ENTRY
              IF WS-ORG-HIT = ZERO
                 MOVE SPACES TO WS-WALK-USER
              ELSE
                 MOVE WS-OT-MANAGER (WS-ORG-HIT) TO WS-WALK-USER
                 IF WS-WALK-USER NOT = SPACES
                       AND WS-WALK-USER NOT = ORG-USER-ID
                    ADD 1 TO WS-WALK-DEPTH
                    MOVE WS-WALK-USER TO ORG-BOSS-ID
                    MOVE 'Y' TO ORG-FOUND
                 ELSE
                    MOVE SPACES TO WS-WALK-USER
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-WALK-DEPTH TO ORG-LEVELS
          EXIT.

       END PROGRAM TODOORG.
