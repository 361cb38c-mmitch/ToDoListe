      *
      * Every OPEN item on TODO-FILE contributes its occurrences
      * over the horizon (today through today plus WS-HORIZON-DAYS
      * days; the FWD-HORIZON-DAYS batch parameter, asked through
      * TODOPARM - 90 when never set - overridable as the first
      * command-line argument like TODOARCH's purge days): a
      * one-off contributes its due date when it falls inside, a
      * repeating item contributes every projected occurrence,
      * rolled forward by the same catch-up-then-step date
      * arithmetic TODORGEN uses to write the real next
      * occurrence.  Due dates already in the past roll up to
      * their first occurrence on or after today, so a late
      * repeating item shows where it will next land rather than
      * where it was missed.  Every projected
      * occurrence that lands on a non-working day of the shop
      * calendar moves on to the next working day through TODOCAL,
      * while the next step rolls from the date the repeat rule
      * scheduled (TODOANCH.DAT for an item whose own due date was
      * moved) - exactly what TODORGEN will write.  The projection
      * itself is TODOSKED's, shared with TODOICAL's calendar
      * export so the two always agree.  A second command-line
      * argument of NOROLL ("90 NOROLL") projects plain calendar
      * days, matching a TODORGEN run with NOROLL.  The item's own
      * due date is shown as it stands.
      *
      * Output, grouped per owner per week (weeks start Monday):
      *   TODOFWD.TXT          - the print file
               RECORD KEY IS TODO-ID
               ALTERNATE RECORD KEY IS TODO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-TODO-FILE-STATUS.
           SELECT ANCH-FILE ASSIGN TO "TODOANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANC-ITEM-ID
               FILE STATUS IS WS-ANCH-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "TODOFWD.SRT".
           SELECT SCHEDULE-REPORT ASSIGN TO "TODOFWD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TODO-FILE.
       COPY TODOREC.

       FD  ANCH-FILE.
       COPY TODOANCR.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-OWNER               PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-ANCH-FILE-STATUS         PIC X(2).
       01  WS-ANCH-FILE-OPEN           PIC X(1) VALUE 'N'.
       01  WS-SCHEDULE-RPT-STATUS      PIC X(2).
       01  WS-OWNER-FEED-STATUS        PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-ARG-TEXT                 PIC X(20) VALUE SPACES.
       01  WS-ARG-ONE                  PIC X(10) VALUE SPACES.
       01  WS-ARG-TWO                  PIC X(10) VALUE SPACES.
       01  WS-ROLL-TO-WORKDAY          PIC X(1) VALUE 'Y'.
       01  WS-HORIZON-DAYS             PIC 9(5) VALUE 90.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-INT                PIC S9(9) COMP-5.
       01  WS-HORIZON-DATE             PIC 9(8).
       01  WS-NOW-TS                   PIC X(21).
       01  WS-OCC-COUNT                PIC 9(8) VALUE 0.
       01  WS-ITEM-OCC-IDX             PIC 9(4) COMP-5 VALUE 0.
       01  WS-OWNER-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-OWNER-FEED-OPEN          PIC X(1) VALUE 'N'.
       01  WS-PREV-OWNER               PIC X(20) VALUE SPACES.
       01  WS-PREV-WEEK                PIC 9(8) VALUE 0.

       01  WS-NEXT-DUE-DATE            PIC 9(8).
       01  WS-OCC-INT                  PIC S9(9) COMP-5.
       01  WS-WEEK-INT                 PIC S9(9) COMP-5.
       01  WS-WEEK-START               PIC 9(8).
       COPY TODOSKDC.
       COPY TODOPRMC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           .

       GET-HORIZON-DAYS.
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE 'FWD-HORIZON-DAYS' TO PRMQ-NAME
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           IF PRMQ-FOUND
               MOVE PRMQ-VALUE TO WS-HORIZON-DAYS
           END-IF
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT NOT = SPACES
               UNSTRING WS-ARG-TEXT DELIMITED BY ALL SPACE
                   INTO WS-ARG-ONE WS-ARG-TWO
               END-UNSTRING
               IF WS-ARG-ONE NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ARG-ONE) TO WS-HORIZON-DAYS
               END-IF
               IF WS-ARG-TWO = 'NOROLL'
                   MOVE 'N' TO WS-ROLL-TO-WORKDAY
               END-IF
           END-IF
           .

           .

       PROJECT-ALL-ITEMS.
           PERFORM OPEN-ANCH-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TODO-FILE
           IF WS-TODO-FILE-STATUS NOT = '35'
               END-PERFORM
               CLOSE TODO-FILE
           END-IF
           IF WS-ANCH-FILE-OPEN = 'Y'
               CLOSE ANCH-FILE
           END-IF
           .

       OPEN-ANCH-FILE.
      *    No anchor file yet just means no occurrence has been
      *    moved.
           MOVE 'N' TO WS-ANCH-FILE-OPEN
           OPEN INPUT ANCH-FILE
           IF WS-ANCH-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-ANCH-FILE-OPEN
           END-IF
           .

       PROJECT-ONE-ITEM.
           .

       PROJECT-REPEATING-ITEM.
      *    TODOSKED catches a past due date up to its first
      *    occurrence on or after today, the way TODORGEN catches a
      *    late closer up, then steps through the horizon; each date
      *    it hands back is one projected occurrence.
           MOVE TODO-DUE-DATE TO SKDQ-DUE-DATE
           MOVE TODO-REPEAT-RULE TO SKDQ-REPEAT-RULE
           MOVE TODO-REPEAT-INTERVAL TO SKDQ-REPEAT-INTERVAL
           MOVE WS-TODAY TO SKDQ-FROM-DATE
           MOVE WS-HORIZON-DATE TO SKDQ-THRU-DATE
           MOVE WS-ROLL-TO-WORKDAY TO SKDQ-ROLL-SW
           PERFORM GET-SCHEDULE-ANCHOR
           CALL 'TODOSKED' USING TODO-SCHEDULE-REQUEST
           PERFORM VARYING WS-ITEM-OCC-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-OCC-IDX > SKDQ-OCC-COUNT
               MOVE SKDQ-OCC-DATE(WS-ITEM-OCC-IDX) TO WS-NEXT-DUE-DATE
               PERFORM RELEASE-ONE-OCCURRENCE
           END-PERFORM
           .

       GET-SCHEDULE-ANCHOR.
      *    A repeating item the shop calendar moved off a
      *    non-working day steps from the date its repeat rule
      *    scheduled, kept in TODOANCH.DAT by TODORGEN - the row
      *    only counts while the due date is still the one it was
      *    written with.
           MOVE 0 TO SKDQ-SCHED-DATE
           IF WS-ANCH-FILE-OPEN = 'Y'
               MOVE TODO-ID TO ANC-ITEM-ID
               READ ANCH-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ANC-DUE-DATE = TODO-DUE-DATE
                           MOVE ANC-SCHED-DATE TO SKDQ-SCHED-DATE
                       END-IF
               END-READ
           END-IF
           .

       RELEASE-ONE-OCCURRENCE.
           MOVE TODO-OWNER TO SRT-OWNER
           MOVE WS-NEXT-DUE-DATE TO SRT-OCC-DATE
                   FUNCTION DATE-OF-INTEGER(WS-WEEK-INT)
           .

       WRITE-SCHEDULE-FILES.
           OPEN OUTPUT SCHEDULE-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
