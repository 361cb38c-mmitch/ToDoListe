      * priority, and an OPEN ITEMS BY PROJECT section rolling the
      * open backlog up by TODO-PROJECT (items without a project
      * stay out of that section; the owner sections already carry
      * them).  A CLOSES PENDING APPROVAL section closes the
      * report: the items at status PENDING - a close waiting for
      * the owner's supervisor - by owner, with their count.  They
      * are neither open nor closed, so the open sections leave
      * them out and this is where they show.
      *
      * An overdue item whose DEP-FILE blocker is itself still OPEN
      * gets a BLOCKED BY line under it in the overdue section -
      * come out.
      *
      * Each section checkpoints itself in TODOCKPT.DAT (job names
      * TODORPTO / TODORPTB / TODORPTP / TODORPTA) after every group
      * is written, and is marked COMPLETE once it finishes.  A
      * rerun after an abend skips owner groups already written and
      * appends to the existing report instead of starting over;
      * the checkpoints are cleared once the whole report finishes
      * cleanly.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TODO-LOOKUP-OPEN         PIC X(1) VALUE 'N'.
       01  WS-BLOCKER-FOUND            PIC X(1) VALUE 'N'.
       01  WS-BLOCKER-ID               PIC 9(8) VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM BUILD-OVERDUE-SECTION
           PERFORM BUILD-OPEN-BY-OWNER-SECTION
           PERFORM BUILD-OPEN-BY-PROJECT-SECTION
           PERFORM BUILD-PENDING-APPROVAL-SECTION
           PERFORM CLEAR-ALL-CHECKPOINTS
           CLOSE REPORT-FILE
           CLOSE CKPT-FILE
                   NOT INVALID KEY MOVE 'Y' TO WS-OVERALL-RESUMING
               END-READ
           END-IF
           IF WS-OVERALL-RESUMING = 'N'
               MOVE 'TODORPTA' TO CKPT-JOB-NAME
               READ CKPT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-OVERALL-RESUMING
               END-READ
           END-IF
           .

       INITIALIZE-REPORT.
               INVALID KEY CONTINUE
               NOT INVALID KEY DELETE CKPT-FILE RECORD
           END-READ
           MOVE 'TODORPTA' TO CKPT-JOB-NAME
           READ CKPT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY DELETE CKPT-FILE RECORD
           END-READ
           .

       BUILD-OVERDUE-SECTION.
           END-IF
           .

       BUILD-PENDING-APPROVAL-SECTION.
      *    The count is taken by the input procedure over every
      *    PENDING item, so a resumed run still prints the whole
      *    count under the groups it did not have to rewrite.
           MOVE 'TODORPTA' TO WS-CURRENT-CKPT-JOB
           MOVE 0 TO WS-SECTION-ITEMS
           MOVE 0 TO WS-PENDING-COUNT
           PERFORM LOAD-CHECKPOINT
           IF WS-SECTION-COMPLETE-SW = 'N'
               IF WS-CKPT-EXISTS-THIS-RUN = 'N'
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "** CLOSES PENDING APPROVAL **" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE SPACES TO WS-PREV-OWNER
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-OWNER SRT-DUE-DATE
                                    SRT-PRIORITY
                   INPUT PROCEDURE SELECT-PENDING-ITEMS
                   OUTPUT PROCEDURE PRINT-SORTED-ITEMS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "ITEMS PENDING APPROVAL " DELIMITED BY SIZE
                      WS-PENDING-COUNT          DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM MARK-SECTION-COMPLETE
           END-IF
           .

       SELECT-PENDING-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TODO-FILE
           IF WS-TODO-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ TODO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF TODO-STATUS = 'PENDING'
                               ADD 1 TO WS-PENDING-COUNT
                               PERFORM MOVE-TODO-TO-SORT-RECORD
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TODO-FILE
           END-IF
           .

       PRINT-SORTED-BY-PROJECT.
      *    The owner machinery with the project as the group
      *    marker - WS-PREV-OWNER and the checkpoint's last-marker
