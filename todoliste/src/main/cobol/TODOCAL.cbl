       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCAL.
      *
      * Shared working-day arithmetic over the shop calendar.  The
      * due-date jobs used to count plain calendar days, so
      * recurring items landed on Saturdays and public holidays and
      * items escalated over a long Easter weekend nobody could have
      * worked them in.  TODORGEN, TODOSKED (the projection TODOFWD
      * and TODOICAL share), TODOESCL, TODONTFY and TODORECN now ask
      * here instead; the functions are described in the TODOCALC
      * copybook.
      *
      * The calendar is TODOCAL.DAT (see the TODOCALR copybook):
      * weekly rest days plus dated holidays and closures.  It is
      * read once, on the first call of the run unit, into a table
      * - the night stream calls here thousands of times and the
      * file only changes once a year.  A missing calendar file
      * means every day is a working day, which is exactly the old
      * plain calendar-day arithmetic.
      *
      * Day of the week comes off the integer date: integer day 1
      * (1601-01-01) was a Monday, so MOD(int - 1, 7) + 1 runs 1
      * Monday thru 7 Sunday, the numbering CAL-WEEKDAY uses.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "TODOCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       COPY TODOCALR.

       WORKING-STORAGE SECTION.
       01  WS-CAL-FILE-STATUS          PIC X(2).
       01  WS-CAL-EOF-SWITCH           PIC X(1) VALUE 'N'.
       01  WS-CAL-LOADED               PIC X(1) VALUE 'N'.
       01  WS-REST-DAY-TABLE.
           05  WS-REST-DAY-SW OCCURS 7 TIMES PIC X(1).
       01  WS-REST-DAY-COUNT           PIC 9(1) VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-HOL-ENTRY OCCURS 2000 TIMES.
               10  WS-HOL-INT          PIC S9(9) COMP-5.
       01  WS-HOL-IDX                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-HOL-FOUND                PIC X(1) VALUE 'N'.
       01  WS-WORK-INT                 PIC S9(9) COMP-5.
       01  WS-FROM-INT                 PIC S9(9) COMP-5.
       01  WS-TO-INT                   PIC S9(9) COMP-5.
       01  WS-SPAN-DAYS                PIC S9(9) COMP-5.
       01  WS-FULL-WEEKS               PIC S9(9) COMP-5.
       01  WS-DAY-COUNT                PIC S9(9) COMP-5.
       01  WS-STEP-COUNT               PIC S9(9) COMP-5.
       01  WS-WEEKDAY                  PIC 9(1).
       01  WS-IS-WORKING               PIC X(1) VALUE 'Y'.

       LINKAGE SECTION.
       COPY TODOCALC.

       PROCEDURE DIVISION USING TODO-CAL-REQUEST.
       MAIN-PARA.
           IF WS-CAL-LOADED = 'N'
               PERFORM LOAD-CALENDAR
           END-IF
           EVALUATE TRUE
               WHEN CALQ-CHECK-DAY
                   COMPUTE WS-WORK-INT =
                           FUNCTION INTEGER-OF-DATE(CALQ-DATE)
                   PERFORM CHECK-WORK-INT
                   MOVE WS-IS-WORKING TO CALQ-WORKING-SW
               WHEN CALQ-NEXT-WORKDAY
                   PERFORM FIND-NEXT-WORKDAY
               WHEN CALQ-ADD-WORKDAYS
                   PERFORM ADD-WORKDAYS
               WHEN CALQ-COUNT-WORKDAYS
                   PERFORM COUNT-WORKDAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK
           .

       LOAD-CALENDAR.
           MOVE 'Y' TO WS-CAL-LOADED
           MOVE ALL 'N' TO WS-REST-DAY-TABLE
           MOVE 0 TO WS-REST-DAY-COUNT
           MOVE 0 TO WS-HOL-COUNT
           MOVE 'N' TO WS-CAL-EOF-SWITCH
           OPEN INPUT CAL-FILE
           IF WS-CAL-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CAL-EOF-SWITCH = 'Y'
                   READ CAL-FILE
                       AT END MOVE 'Y' TO WS-CAL-EOF-SWITCH
                       NOT AT END PERFORM LOAD-ONE-CALENDAR-ROW
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF
           .

       LOAD-ONE-CALENDAR-ROW.
      *    Rows that could not be a real day are skipped rather than
      *    fed to INTEGER-OF-DATE; a holiday listed twice is kept
      *    once, so the working-day count never subtracts it twice.
           EVALUATE TRUE
               WHEN CAL-WEEKLY-REST
                    AND CAL-WEEKDAY >= 1 AND CAL-WEEKDAY <= 7
                   IF WS-REST-DAY-SW(CAL-WEEKDAY) = 'N'
                       MOVE 'Y' TO WS-REST-DAY-SW(CAL-WEEKDAY)
                       ADD 1 TO WS-REST-DAY-COUNT
                   END-IF
               WHEN CAL-CLOSED-DATE
                    AND CAL-DATE(1:4) > '1600'
                    AND CAL-DATE(5:2) >= '01'
                    AND CAL-DATE(5:2) <= '12'
                    AND CAL-DATE(7:2) >= '01'
                    AND CAL-DATE(7:2) <= '31'
                   COMPUTE WS-WORK-INT =
                           FUNCTION INTEGER-OF-DATE(CAL-DATE)
                   PERFORM FIND-HOLIDAY
                   IF WS-HOL-FOUND = 'N' AND WS-HOL-COUNT < 2000
                       ADD 1 TO WS-HOL-COUNT
                       MOVE WS-WORK-INT TO WS-HOL-INT(WS-HOL-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       FIND-HOLIDAY.
           MOVE 'N' TO WS-HOL-FOUND
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                      OR WS-HOL-FOUND = 'Y'
               IF WS-HOL-INT(WS-HOL-IDX) = WS-WORK-INT
                   MOVE 'Y' TO WS-HOL-FOUND
               END-IF
           END-PERFORM
           .

       CHECK-WORK-INT.
      *    Working unless the weekday is a rest day or the date is a
      *    holiday on the calendar.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-WORK-INT - 1, 7) + 1
           MOVE 'Y' TO WS-IS-WORKING
           IF WS-REST-DAY-SW(WS-WEEKDAY) = 'Y'
               MOVE 'N' TO WS-IS-WORKING
           ELSE
               PERFORM FIND-HOLIDAY
               IF WS-HOL-FOUND = 'Y'
                   MOVE 'N' TO WS-IS-WORKING
               END-IF
           END-IF
           .

       FIND-NEXT-WORKDAY.
      *    The step cap only guards against a calendar that rests
      *    every day of the week; the date then comes back as given.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(CALQ-DATE)
           MOVE 0 TO WS-STEP-COUNT
           PERFORM CHECK-WORK-INT
           PERFORM UNTIL WS-IS-WORKING = 'Y'
                      OR WS-STEP-COUNT > 3660
               ADD 1 TO WS-WORK-INT
               ADD 1 TO WS-STEP-COUNT
               PERFORM CHECK-WORK-INT
           END-PERFORM
           IF WS-IS-WORKING = 'Y'
               COMPUTE CALQ-RESULT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           ELSE
               MOVE CALQ-DATE TO CALQ-RESULT-DATE
           END-IF
           .

       ADD-WORKDAYS.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(CALQ-DATE)
           MOVE 0 TO WS-DAY-COUNT
           MOVE 0 TO WS-STEP-COUNT
           PERFORM UNTIL WS-DAY-COUNT >= CALQ-DAYS
                      OR WS-STEP-COUNT > 36600
               ADD 1 TO WS-WORK-INT
               ADD 1 TO WS-STEP-COUNT
               PERFORM CHECK-WORK-INT
               IF WS-IS-WORKING = 'Y'
                   ADD 1 TO WS-DAY-COUNT
               END-IF
           END-PERFORM
           COMPUTE CALQ-RESULT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           .

       COUNT-WORKDAYS.
      *    Whole weeks count their working weekdays in one go and
      *    only the odd days at the end are looked at one by one;
      *    every holiday inside the span that falls on a working
      *    weekday then takes one day off again.  Long-overdue items
      *    cost the same as fresh ones.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(CALQ-DATE)
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(CALQ-TO-DATE)
           MOVE 0 TO WS-DAY-COUNT
           IF WS-TO-INT > WS-FROM-INT
               COMPUTE WS-SPAN-DAYS = WS-TO-INT - WS-FROM-INT
               COMPUTE WS-FULL-WEEKS = WS-SPAN-DAYS / 7
               COMPUTE WS-DAY-COUNT =
                       WS-FULL-WEEKS * (7 - WS-REST-DAY-COUNT)
               COMPUTE WS-WORK-INT = WS-FROM-INT + WS-FULL-WEEKS * 7
               PERFORM UNTIL WS-WORK-INT >= WS-TO-INT
                   ADD 1 TO WS-WORK-INT
                   COMPUTE WS-WEEKDAY =
                           FUNCTION MOD(WS-WORK-INT - 1, 7) + 1
                   IF WS-REST-DAY-SW(WS-WEEKDAY) = 'N'
                       ADD 1 TO WS-DAY-COUNT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   IF WS-HOL-INT(WS-HOL-IDX) > WS-FROM-INT
                      AND WS-HOL-INT(WS-HOL-IDX) <= WS-TO-INT
                       COMPUTE WS-WEEKDAY = FUNCTION MOD(
                               WS-HOL-INT(WS-HOL-IDX) - 1, 7) + 1
                       IF WS-REST-DAY-SW(WS-WEEKDAY) = 'N'
                           SUBTRACT 1 FROM WS-DAY-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DAY-COUNT > 99999
               MOVE 99999 TO CALQ-DAYS
           ELSE
               MOVE WS-DAY-COUNT TO CALQ-DAYS
           END-IF
           .
