       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOSKED.
      *
      * Shared projection of a repeating item's occurrences - the
      * schedule TODOFWD prints and TODOICAL puts in the owners'
      * calendars, worked out in one place so the two can never
      * disagree.  The request and answer are described in the
      * TODOSKDC copybook.
      *
      * The date arithmetic is the catch-up-then-step arithmetic
      * TODORGEN uses to write the real next occurrence: a due date
      * before SKDQ-FROM-DATE rolls forward to its first occurrence
      * on or after it, then every step up to SKDQ-THRU-DATE is one
      * occurrence.  Every occurrence the roll produces that lands
      * on a non-working day of the shop calendar moves on to the
      * next working day through TODOCAL (unless the caller turned
      * that off), but the steps run from the dates the repeat rule
      * schedules, never from a moved date - a weekly Monday item
      * pushed to Tuesday by a holiday is back on Monday the week
      * after, exactly what TODORGEN will write.  A due date that
      * was itself moved steps from the scheduled date the caller
      * hands in (SKDQ-SCHED-DATE).  An occurrence moved onto or
      * before the one already listed (a daily item's weekend) is
      * the same working day and is left out, as TODORGEN leaves
      * it out.  The item's own due date is given as it stands.
      * The table cap only guards against a zero interval, clamped
      * to the smallest step, flooding the caller.
      *
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ROLL-INTERVAL            PIC 9(3).
       01  WS-NEXT-DUE-DATE            PIC 9(8).
       01  WS-NEXT-DUE-SPLIT REDEFINES WS-NEXT-DUE-DATE.
           05  WS-NEXT-DUE-YYYY        PIC 9(4).
           05  WS-NEXT-DUE-MM          PIC 9(2).
           05  WS-NEXT-DUE-DD          PIC 9(2).
       01  WS-DUE-INT                  PIC S9(9) COMP-5.
       01  WS-MONTH-TOTAL              PIC S9(9) COMP-5.
       01  WS-MAX-DAY                  PIC 9(2).
       01  WS-OCC-DATE                 PIC 9(8).
       COPY TODOCALC.

       LINKAGE SECTION.
       COPY TODOSKDC.

       PROCEDURE DIVISION USING TODO-SCHEDULE-REQUEST.
       MAIN-PARA.
           MOVE 0 TO SKDQ-OCC-COUNT
           IF SKDQ-REPEAT-RULE = 'DAILY'
              OR SKDQ-REPEAT-RULE = 'WEEKLY'
              OR SKDQ-REPEAT-RULE = 'MONTHLY'
               PERFORM PROJECT-OCCURRENCES
           END-IF
           GOBACK
           .

       PROJECT-OCCURRENCES.
      *    WS-NEXT-DUE-DATE steps through the dates the repeat rule
      *    schedules; WS-OCC-DATE is each one after the move off a
      *    non-working day.  The move never feeds the next step.
           MOVE SKDQ-REPEAT-INTERVAL TO WS-ROLL-INTERVAL
           IF WS-ROLL-INTERVAL = 0
               MOVE 1 TO WS-ROLL-INTERVAL
           END-IF
           IF SKDQ-SCHED-DATE NOT = 0
               MOVE SKDQ-SCHED-DATE TO WS-NEXT-DUE-DATE
           ELSE
               MOVE SKDQ-DUE-DATE TO WS-NEXT-DUE-DATE
           END-IF
           PERFORM SET-MAX-DAY-OF-MONTH
           IF WS-NEXT-DUE-DD > WS-MAX-DAY
               MOVE WS-MAX-DAY TO WS-NEXT-DUE-DD
           END-IF
           IF SKDQ-DUE-DATE >= SKDQ-FROM-DATE
               MOVE SKDQ-DUE-DATE TO WS-OCC-DATE
           ELSE
               PERFORM UNTIL WS-NEXT-DUE-DATE >= SKDQ-FROM-DATE
                   PERFORM ROLL-ONE-STEP
               END-PERFORM
               PERFORM MOVE-OFF-NON-WORKING-DAY
           END-IF
           PERFORM UNTIL WS-OCC-DATE > SKDQ-THRU-DATE
                      OR SKDQ-OCC-COUNT >= 400
               ADD 1 TO SKDQ-OCC-COUNT
               MOVE WS-OCC-DATE TO SKDQ-OCC-DATE(SKDQ-OCC-COUNT)
               PERFORM ROLL-ONE-STEP
               PERFORM MOVE-OFF-NON-WORKING-DAY
               PERFORM UNTIL WS-OCC-DATE >
                             SKDQ-OCC-DATE(SKDQ-OCC-COUNT)
                   PERFORM ROLL-ONE-STEP
                   PERFORM MOVE-OFF-NON-WORKING-DAY
               END-PERFORM
           END-PERFORM
           .

       MOVE-OFF-NON-WORKING-DAY.
      *    The same move TODORGEN makes on the occurrence it writes.
           MOVE WS-NEXT-DUE-DATE TO WS-OCC-DATE
           IF SKDQ-ROLL-TO-WORKDAY
               MOVE 'NEXTWORK' TO CALQ-FUNCTION
               MOVE WS-NEXT-DUE-DATE TO CALQ-DATE
               CALL 'TODOCAL' USING TODO-CAL-REQUEST
               MOVE CALQ-RESULT-DATE TO WS-OCC-DATE
           END-IF
           .

       ROLL-ONE-STEP.
           EVALUATE SKDQ-REPEAT-RULE
               WHEN 'DAILY'
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-DUE-DATE)
                       + WS-ROLL-INTERVAL
                   COMPUTE WS-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               WHEN 'WEEKLY'
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-DUE-DATE)
                       + WS-ROLL-INTERVAL * 7
                   COMPUTE WS-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               WHEN OTHER
                   PERFORM ADD-MONTHS-TO-DUE-DATE
           END-EVALUATE
           .

       ADD-MONTHS-TO-DUE-DATE.
      *    Month arithmetic on the CCYYMMDD pieces, clamping the
      *    day to the length of the target month, the same way
      *    TODORGEN rolls a real occurrence forward.
           COMPUTE WS-MONTH-TOTAL = WS-NEXT-DUE-YYYY * 12
                   + WS-NEXT-DUE-MM - 1 + WS-ROLL-INTERVAL
           COMPUTE WS-NEXT-DUE-YYYY = WS-MONTH-TOTAL / 12
           COMPUTE WS-NEXT-DUE-MM =
                   FUNCTION MOD(WS-MONTH-TOTAL, 12) + 1
           PERFORM SET-MAX-DAY-OF-MONTH
           IF WS-NEXT-DUE-DD > WS-MAX-DAY
               MOVE WS-MAX-DAY TO WS-NEXT-DUE-DD
           END-IF
           .

       SET-MAX-DAY-OF-MONTH.
           EVALUATE WS-NEXT-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MAX-DAY
               WHEN 2
                   IF FUNCTION MOD(WS-NEXT-DUE-YYYY, 4) = 0
                      AND (FUNCTION MOD(WS-NEXT-DUE-YYYY, 100) NOT = 0
                           OR FUNCTION MOD(WS-NEXT-DUE-YYYY, 400) = 0)
                       MOVE 29 TO WS-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MAX-DAY
           END-EVALUATE
           .
