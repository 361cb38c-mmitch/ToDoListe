       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCAPV.
      *
      * Shared close-approval rule check.  Closing a high-priority
      * or sensitive item used to need nobody's word but the
      * clerk's; TODOSAVE and TODOBULK now ask here, before a status
      * change to DONE or CLOSED is written, whether the close must
      * wait for the owner's supervisor.  The request and answer are
      * described in the TODOCAPC copybook.
      *
      * The rules are TODOCAPR.DAT (see the TODOCAPR copybook) and
      * the supervisors the owner-to-supervisor reference file
      * TODOSUPV.DAT (owner in columns 1-20, supervisor in 21-40)
      * TODOESCL flags overdue items to.  Both are read once, on the
      * first call of the run unit, into tables - TODOBULK asks once
      * per item.  A missing rule file means no close needs
      * approval, which is exactly the behaviour before the rules
      * existed; a missing supervisor file just leaves every
      * supervisor blank.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "TODOCAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT SUPV-FILE ASSIGN TO "TODOSUPV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY TODOCAPR.

       FD  SUPV-FILE.
       01  SUPV-RECORD.
           05  SUP-OWNER               PIC X(20).
           05  SUP-SUPERVISOR          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS         PIC X(2).
       01  WS-SUPV-FILE-STATUS         PIC X(2).
       01  WS-CAP-EOF-SWITCH           PIC X(1) VALUE 'N'.
       01  WS-CAP-LOADED               PIC X(1) VALUE 'N'.
       01  WS-RULE-MATCHED             PIC X(1) VALUE 'N'.
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  WS-RULE-PRIORITY    PIC X(1).
               10  WS-RULE-PROJECT     PIC X(12).
       01  WS-RULE-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-SUPV-TABLE.
           05  WS-SUPV-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05  WS-SUPV-ENTRY OCCURS 500 TIMES.
               10  WS-SUPV-OWNER       PIC X(20).
               10  WS-SUPV-BOSS        PIC X(20).
       01  WS-SUPV-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-PRIORITY-X               PIC X(1).

       LINKAGE SECTION.
       COPY TODOCAPC.

       PROCEDURE DIVISION USING TODO-CLOSE-APPROVAL-CHECK.
       MAIN-PARA.
           IF WS-CAP-LOADED = 'N'
               PERFORM LOAD-CLOSE-RULES
               PERFORM LOAD-SUPERVISORS
               MOVE 'Y' TO WS-CAP-LOADED
           END-IF
           MOVE 'FREE' TO CAPQ-RESULT
           MOVE SPACES TO CAPQ-SUPERVISOR
           PERFORM VARYING WS-SUPV-IDX FROM 1 BY 1
                   UNTIL WS-SUPV-IDX > WS-SUPV-COUNT
                      OR CAPQ-SUPERVISOR NOT = SPACES
               IF WS-SUPV-OWNER(WS-SUPV-IDX) = CAPQ-OWNER
                   MOVE WS-SUPV-BOSS(WS-SUPV-IDX) TO CAPQ-SUPERVISOR
               END-IF
           END-PERFORM
           MOVE CAPQ-PRIORITY TO WS-PRIORITY-X
           MOVE 'N' TO WS-RULE-MATCHED
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                      OR WS-RULE-MATCHED = 'Y'
               IF (WS-RULE-PRIORITY(WS-RULE-IDX) = SPACE
                   OR WS-RULE-PRIORITY(WS-RULE-IDX) = '*'
                   OR WS-RULE-PRIORITY(WS-RULE-IDX) = WS-PRIORITY-X)
                  AND (WS-RULE-PROJECT(WS-RULE-IDX) = SPACES
                   OR WS-RULE-PROJECT(WS-RULE-IDX) = CAPQ-PROJECT)
                   MOVE 'Y' TO WS-RULE-MATCHED
               END-IF
           END-PERFORM
      *    The supervisor closing an item of their own team is the
      *    approval; asking them to approve it again is noise.
           IF WS-RULE-MATCHED = 'Y'
              AND (CAPQ-SUPERVISOR = SPACES
                   OR CAPQ-SUPERVISOR NOT = CAPQ-USER-ID)
               MOVE 'NEEDED' TO CAPQ-RESULT
           END-IF
           GOBACK
           .

       LOAD-CLOSE-RULES.
      *    A line with neither a priority nor a project would catch
      *    every close in the shop, which is never what a blank line
      *    at the end of the file meant - it is skipped.
           MOVE 0 TO WS-RULE-COUNT
           MOVE 'N' TO WS-CAP-EOF-SWITCH
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CAP-EOF-SWITCH = 'Y'
                   READ RULE-FILE
                       AT END MOVE 'Y' TO WS-CAP-EOF-SWITCH
                       NOT AT END
                           IF CAR-RECORD NOT = SPACES
                              AND WS-RULE-COUNT < 200
                               ADD 1 TO WS-RULE-COUNT
                               MOVE CAR-PRIORITY
                                   TO WS-RULE-PRIORITY(WS-RULE-COUNT)
                               MOVE CAR-PROJECT
                                   TO WS-RULE-PROJECT(WS-RULE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF
           .

       LOAD-SUPERVISORS.
           MOVE 0 TO WS-SUPV-COUNT
           MOVE 'N' TO WS-CAP-EOF-SWITCH
           OPEN INPUT SUPV-FILE
           IF WS-SUPV-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CAP-EOF-SWITCH = 'Y'
                   READ SUPV-FILE
                       AT END MOVE 'Y' TO WS-CAP-EOF-SWITCH
                       NOT AT END
                           IF WS-SUPV-COUNT < 500
                               ADD 1 TO WS-SUPV-COUNT
                               MOVE SUP-OWNER
                                   TO WS-SUPV-OWNER(WS-SUPV-COUNT)
                               MOVE SUP-SUPERVISOR
                                   TO WS-SUPV-BOSS(WS-SUPV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPV-FILE
           END-IF
           .
