      * does not regenerate a whole backlog of already-past
      * occurrences.
      *
      * A rolled date that lands on a non-working day of the shop
      * calendar (TODOCAL.DAT, weekly rest days and holidays, asked
      * through TODOCAL) moves on to the next working day, so a
      * recurring item no longer falls due on a Saturday or a public
      * holiday.  Only the date written moves: the next step rolls
      * from the date the repeat rule scheduled, kept for a moved
      * occurrence in TODOANCH.DAT (see the TODOANCR copybook), so
      * a weekly Monday item pushed to Tuesday by Easter Monday is
      * back on Monday the week after and a monthly item on the 1st
      * stays on the 1st.  An occurrence is never written on or
      * before the due date of the item it follows, so a daily
      * item's Saturday and Sunday do not pile up on the Monday.
      * Passing NOROLL as the command-line argument keeps the plain
      * calendar-day dates for a rerun that must reproduce them.
      *
      * Once the next occurrence is on file the source item's repeat
      * rule is cleared to NONE, so the same DONE item is never
      * regenerated twice (and TODOARCH can archive it as usual).
      * Both the new item and the cleared rule are written to the
      * audit trail via TODOAUD under user TODORGEN.  The new item's
      * ADD rows name every field it was written with, the way
      * TODOSAVE's do, so TODORCVR can rebuild the occurrence from
      * the trail alone.
      *
      * Checkpoint/restart: every WS-CKPT-INTERVAL items considered,
      * a checkpoint (job TODORGEN) is dropped in TODOCKPT.DAT holding
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-JOB-NAME
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT ANCH-FILE ASSIGN TO "TODOANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANC-ITEM-ID
               FILE STATUS IS WS-ANCH-FILE-STATUS.
           SELECT REGEN-LOG ASSIGN TO "TODORGEN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGEN-LOG-STATUS.
       FD  CKPT-FILE.
       COPY TODOCKPT.

       FD  ANCH-FILE.
       COPY TODOANCR.

       FD  REGEN-LOG.
       01  REGEN-LOG-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-CKPT-FILE-STATUS         PIC X(2).
       01  WS-ANCH-FILE-STATUS         PIC X(2).
       01  WS-REGEN-LOG-STATUS         PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
           05  WS-NEXT-DUE-YYYY        PIC 9(4).
           05  WS-NEXT-DUE-MM          PIC 9(2).
           05  WS-NEXT-DUE-DD          PIC 9(2).
       01  WS-SCHED-BASE               PIC 9(8).
       01  WS-SOURCE-ANCHORED          PIC X(1) VALUE 'N'.
       01  WS-WRITE-DUE-DATE           PIC 9(8).
       01  WS-DUE-INT                  PIC S9(9) COMP-5.
       01  WS-MONTH-TOTAL              PIC S9(9) COMP-5.
       01  WS-MAX-DAY                  PIC 9(2).
       01  WS-ARG-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-ROLL-TO-WORKDAY          PIC X(1) VALUE 'Y'.
       COPY TODOAUDR.
       COPY TODOCALC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-ROLL-OPTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-CKPT-FILE
           PERFORM OPEN-ANCH-FILE
           PERFORM LOAD-CHECKPOINT
           PERFORM SET-SCAN-LIMIT-ID
           PERFORM REGENERATE-DONE-ITEMS
           PERFORM CLEAR-CHECKPOINT
           CLOSE CKPT-FILE
           CLOSE ANCH-FILE
           PERFORM WRITE-REGEN-LOG
           GOBACK
           .

       GET-ROLL-OPTION.
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT = 'NOROLL'
               MOVE 'N' TO WS-ROLL-TO-WORKDAY
           END-IF
           .

       OPEN-CKPT-FILE.
           OPEN I-O CKPT-FILE
           IF WS-CKPT-FILE-STATUS = '35'
           END-IF
           .

       OPEN-ANCH-FILE.
           OPEN I-O ANCH-FILE
           IF WS-ANCH-FILE-STATUS = '35'
               CLOSE ANCH-FILE
               OPEN OUTPUT ANCH-FILE
               CLOSE ANCH-FILE
               OPEN I-O ANCH-FILE
           END-IF
           .

       LOAD-CHECKPOINT.
           MOVE 'TODORGEN' TO CKPT-JOB-NAME
           MOVE 0 TO WS-RESUME-KEY
              AND TODO-DUE-DATE(7:2) >= '01'
              AND TODO-DUE-DATE(7:2) <= '31'
               MOVE TODO-RECORD TO WS-SOURCE-RECORD
               PERFORM GET-SCHEDULE-ANCHOR
               PERFORM WRITE-NEXT-OCCURRENCE
               PERFORM CLEAR-SOURCE-REPEAT-RULE
               ADD 1 TO WS-GENERATED-COUNT
           END-IF
           .

       GET-SCHEDULE-ANCHOR.
      *    The series steps from the date the repeat rule scheduled
      *    the source for.  A row left from before someone changed
      *    the due date by hand no longer matches it and is ignored.
           MOVE SRC-DUE-DATE TO WS-SCHED-BASE
           MOVE 'N' TO WS-SOURCE-ANCHORED
           MOVE SRC-ID TO ANC-ITEM-ID
           READ ANCH-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SOURCE-ANCHORED
                   IF ANC-DUE-DATE = SRC-DUE-DATE
                       MOVE ANC-SCHED-DATE TO WS-SCHED-BASE
                   END-IF
           END-READ
           .

       WRITE-NEXT-OCCURRENCE.
           PERFORM ROLL-DUE-DATE-FORWARD
           CALL 'TODONXID' USING TODO-ID
           MOVE SRC-DESCRIPTION TO TODO-DESCRIPTION
           MOVE SRC-PRIORITY TO TODO-PRIORITY
           MOVE WS-WRITE-DUE-DATE TO TODO-DUE-DATE
           MOVE 'OPEN' TO TODO-STATUS
           MOVE SRC-OWNER TO TODO-OWNER
           MOVE FUNCTION CURRENT-DATE TO TODO-CREATED-TS
           MOVE 1 TO TODO-VERSION
           MOVE SRC-PROJECT TO TODO-PROJECT
           WRITE TODO-RECORD
           IF WS-WRITE-DUE-DATE NOT = WS-NEXT-DUE-DATE
               PERFORM SAVE-SCHEDULE-ANCHOR
           END-IF
           MOVE TODO-ID TO AUD-ITEM-ID
           MOVE "ADD" TO AUD-ACTION
           MOVE "RECORD" TO AUD-FIELD-NAME
           MOVE TODO-DESCRIPTION TO AUD-NEW-VALUE
           MOVE "TODORGEN" TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-OWNER TO AUD-NEW-VALUE
           MOVE "OWNER" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-PRIORITY TO AUD-NEW-VALUE
           MOVE "PRIORITY" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-DUE-DATE TO AUD-NEW-VALUE
           MOVE "DUEDATE" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-STATUS TO AUD-NEW-VALUE
           MOVE "STATUS" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-REPEAT-RULE TO AUD-NEW-VALUE
           MOVE "REPEAT" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-REPEAT-INTERVAL TO AUD-NEW-VALUE
           MOVE "INTERVAL" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           IF TODO-PROJECT NOT = SPACES
               MOVE TODO-PROJECT TO AUD-NEW-VALUE
               MOVE "PROJECT" TO AUD-FIELD-NAME
               CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           END-IF
           .

       SAVE-SCHEDULE-ANCHOR.
           MOVE TODO-ID TO ANC-ITEM-ID
           MOVE WS-NEXT-DUE-DATE TO ANC-SCHED-DATE
           MOVE WS-WRITE-DUE-DATE TO ANC-DUE-DATE
           MOVE FUNCTION CURRENT-DATE TO ANC-TIMESTAMP
           WRITE ANC-RECORD
               INVALID KEY REWRITE ANC-RECORD
           END-WRITE
           .

       CLEAR-SOURCE-REPEAT-RULE.
      *    The next occurrence carries the series on; the source's
      *    scheduled date is spent.
           IF WS-SOURCE-ANCHORED = 'Y'
               MOVE SRC-ID TO ANC-ITEM-ID
               DELETE ANCH-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           MOVE WS-SOURCE-RECORD TO TODO-RECORD
           MOVE 'NONE' TO TODO-REPEAT-RULE
           COMPUTE TODO-VERSION = SRC-VERSION + 1
           IF WS-ROLL-INTERVAL = 0
               MOVE 1 TO WS-ROLL-INTERVAL
           END-IF
           MOVE WS-SCHED-BASE TO WS-NEXT-DUE-DATE
      *    The eligibility guard only checks month 01-12 and day
      *    01-31, and TODOVAL admits the same - a stored day beyond
      *    its month (e.g. February 30th) is clamped to the month's
           PERFORM UNTIL WS-NEXT-DUE-DATE >= WS-TODAY
               PERFORM ROLL-ONE-STEP
           END-PERFORM
           PERFORM MOVE-OFF-NON-WORKING-DAY
      *    A scheduled date moved onto or before the source's own
      *    (moved) due date is a working day the series has already
      *    had; the step after it is the next occurrence.
           PERFORM UNTIL WS-WRITE-DUE-DATE > SRC-DUE-DATE
               PERFORM ROLL-ONE-STEP
               PERFORM MOVE-OFF-NON-WORKING-DAY
           END-PERFORM
           .

       MOVE-OFF-NON-WORKING-DAY.
      *    Rolling only ever moves forward, so the date stays on or
      *    after today.  Only the date written moves; the next step
      *    still runs from WS-NEXT-DUE-DATE.
           MOVE WS-NEXT-DUE-DATE TO WS-WRITE-DUE-DATE
           IF WS-ROLL-TO-WORKDAY = 'Y'
               MOVE 'NEXTWORK' TO CALQ-FUNCTION
               MOVE WS-NEXT-DUE-DATE TO CALQ-DATE
               CALL 'TODOCAL' USING TODO-CAL-REQUEST
               MOVE CALQ-RESULT-DATE TO WS-WRITE-DUE-DATE
           END-IF
           .

       ROLL-ONE-STEP.
