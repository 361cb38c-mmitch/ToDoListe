      * until a manager happened to read it; this job makes aging
      * overdue items move by themselves:
      *
      *   - more than WS-RAISE-DAYS working days past TODO-DUE-DATE
      *     (counted off the shop calendar TODOCAL.DAT through
      *     TODOCAL, so weekends and holidays do not age it), the
      *     item's TODO-PRIORITY is raised one step (toward 1, the
      *     front of every sort in this system), once per overdue
      *     spell;
      *   - more than WS-FLAG-DAYS working days past, the item is
      *     flagged to the owner's supervisor - looked up in the
      *     owner-to-supervisor reference file TODOSUPV.DAT (one
      *     row per owner: owner in columns 1-20, supervisor in
      *     21-40) - so TODONTFY carries it into the supervisor's
      *     digest as well as the owner's.
      *
      * An owner on leave (an absence on TODOABS.DAT covering today,
      * looked up through TODOABS) is not ignoring their items, so
      * the supervisor flag is held back while they are away - until
      * the owner is back, or until the delegate standing in has had
      * the item for more than WS-FLAG-DAYS working days themselves
      * (counted from the first day of the absence), after which the
      * flag goes to the owner's supervisor as usual.  A held flag is
      * listed on TODOESCL.RPT each night it is held; the priority
      * raise is not held - it only moves the item up the delegate's
      * queue.
      *
      * Which step already fired is remembered per item in
      * TODOESCL.DAT (see the TODOESCR copybook); the row is
      * cleared when the item stops being overdue, so the next
      * is reported once per night on TODOESCL.RPT instead of
      * being silently skipped.
      *
      * The thresholds are the ESCL-RAISE-DAYS and ESCL-FLAG-DAYS
      * batch parameters (TODOPARM.DAT, asked through TODOPARM; 7
      * and 14 working days when never set) and can be overridden
      * by passing both as command-line arguments ("7 14"), the way
      * TODOARCH takes its purge days.  Runs in the night stream
      * between TODORPT and TODONTFY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RAISE-DAYS               PIC 9(5) VALUE 7.
       01  WS-FLAG-DAYS                PIC 9(5) VALUE 14.
       01  WS-TODAY                    PIC 9(8).
       01  WS-DAYS-PAST                PIC S9(9) COMP-5.
       01  WS-NOW-TS                   PIC X(21).
       01  WS-RAISED-COUNT             PIC 9(8) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(8) VALUE 0.
       01  WS-CLEARED-COUNT            PIC 9(8) VALUE 0.
       01  WS-NO-SUPV-COUNT            PIC 9(8) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(8) VALUE 0.
       01  WS-HOLD-FLAG                PIC X(1) VALUE 'N'.
       01  WS-ESC-ROW-EXISTS           PIC X(1) VALUE 'N'.
       01  WS-STATE-CHANGED            PIC X(1) VALUE 'N'.
       01  WS-OLD-PRIORITY             PIC 9(1) VALUE 0.
       01  WS-SUPV-FOUND               PIC X(1) VALUE 'N'.
       01  WS-SUPV-IDX                 PIC 9(4) COMP-5 VALUE 0.
       COPY TODOAUDR.
       COPY TODOCALC.
       COPY TODOABSC.
       COPY TODOPRMC.

      *    The owner-to-supervisor reference rows, loaded once.
      *    Linear lookup, the way the rest of the system scans its
       MAIN-PARA.
           PERFORM GET-THRESHOLD-DAYS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-SUPERVISOR-TABLE
           PERFORM OPEN-ESCAL-REPORT
           PERFORM OPEN-ESC-FILE
           .

       GET-THRESHOLD-DAYS.
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE 'ESCL-RAISE-DAYS' TO PRMQ-NAME
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           IF PRMQ-FOUND
               MOVE PRMQ-VALUE TO WS-RAISE-DAYS
           END-IF
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE 'ESCL-FLAG-DAYS' TO PRMQ-NAME
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           IF PRMQ-FOUND
               MOVE PRMQ-VALUE TO WS-FLAG-DAYS
           END-IF
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT NOT = SPACES
               UNSTRING WS-ARG-TEXT DELIMITED BY ALL SPACE
              AND TODO-DUE-DATE(7:2) >= '01'
              AND TODO-DUE-DATE(7:2) <= '31'
              AND TODO-DUE-DATE < WS-TODAY
      *        Age is counted in working days off the shop calendar,
      *        so a long holiday weekend does not age an item nobody
      *        could have worked.
               MOVE 'COUNT' TO CALQ-FUNCTION
               MOVE TODO-DUE-DATE TO CALQ-DATE
               MOVE WS-TODAY TO CALQ-TO-DATE
               CALL 'TODOCAL' USING TODO-CAL-REQUEST
               MOVE CALQ-DAYS TO WS-DAYS-PAST
               PERFORM ESCALATE-ONE-ITEM
           ELSE
               PERFORM CLEAR-STALE-STATE
           END-IF
           IF WS-DAYS-PAST > WS-FLAG-DAYS
              AND WS-WORK-FLAGGED = 'N'
               PERFORM CHECK-OWNER-ABSENCE
               IF WS-HOLD-FLAG = 'Y'
                   PERFORM REPORT-HELD-FLAG
               ELSE
                   PERFORM FLAG-TO-SUPERVISOR
               END-IF
           END-IF
           IF WS-STATE-CHANGED = 'Y'
               PERFORM SAVE-ESC-STATE
           END-IF
           .

       CHECK-OWNER-ABSENCE.
      *    The delegate's time with the item runs from the first day
      *    of the absence, on the same working-day count as the
      *    overdue age.  Nothing is remembered on TODOESCL.DAT for a
      *    held flag, so it is weighed afresh every night.
           MOVE 'N' TO WS-HOLD-FLAG
           MOVE TODO-OWNER TO ABSQ-OWNER
           MOVE WS-TODAY TO ABSQ-DATE
           CALL 'TODOABS' USING TODO-ABSENCE-CHECK
           IF ABSQ-OWNER-AWAY
               MOVE 'COUNT' TO CALQ-FUNCTION
               MOVE ABSQ-FROM-DATE TO CALQ-DATE
               MOVE WS-TODAY TO CALQ-TO-DATE
               CALL 'TODOCAL' USING TODO-CAL-REQUEST
               IF CALQ-DAYS NOT > WS-FLAG-DAYS
                   MOVE 'Y' TO WS-HOLD-FLAG
               END-IF
           END-IF
           .

       REPORT-HELD-FLAG.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO ESCAL-REPORT-LINE
           STRING "HELD     ID " DELIMITED BY SIZE
                  TODO-ID        DELIMITED BY SIZE
                  "  OWNER "     DELIMITED BY SIZE
                  FUNCTION TRIM(TODO-OWNER) DELIMITED BY SIZE
                  " AWAY UNTIL " DELIMITED BY SIZE
                  ABSQ-TO-DATE   DELIMITED BY SIZE
                  ", DELEGATE "  DELIMITED BY SIZE
                  FUNCTION TRIM(ABSQ-DELEGATE) DELIMITED BY SIZE
               INTO ESCAL-REPORT-LINE
           WRITE ESCAL-REPORT-LINE
           .

       FIND-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-FOUND
           PERFORM VARYING WS-SUPV-IDX FROM 1 BY 1
               INTO ESCAL-REPORT-LINE
           WRITE ESCAL-REPORT-LINE
           MOVE SPACES TO ESCAL-REPORT-LINE
           STRING "HELD FOR ABSENT OWNER " DELIMITED BY SIZE
                  WS-HELD-COUNT            DELIMITED BY SIZE
               INTO ESCAL-REPORT-LINE
           WRITE ESCAL-REPORT-LINE
           MOVE SPACES TO ESCAL-REPORT-LINE
           STRING "STATE ROWS CLEARED    " DELIMITED BY SIZE
                  WS-CLEARED-COUNT         DELIMITED BY SIZE
               INTO ESCAL-REPORT-LINE
                  WS-FLAGGED-COUNT     DELIMITED BY SIZE
                  " CLEARED "          DELIMITED BY SIZE
                  WS-CLEARED-COUNT     DELIMITED BY SIZE
                  " HELD "             DELIMITED BY SIZE
                  WS-HELD-COUNT        DELIMITED BY SIZE
               INTO ESCAL-LOG-LINE
           WRITE ESCAL-LOG-LINE
           CLOSE ESCAL-LOG
