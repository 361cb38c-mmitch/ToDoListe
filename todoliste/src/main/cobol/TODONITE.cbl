       PROGRAM-ID. TODONITE.
      *
      * Night-batch controller.  Runs the nightly jobs in the one
      * order that is safe - the image copy before anything changes
      * the files, TODORGEN before TODOARCH, or the archive eats DONE
      * items whose next occurrence was never generated - and
      * records start/end/outcome per job per night in the
      * run-control file, so operations no longer sequence ten
      * programs by hand:
      *
      *   TODOICPY - image copy of the indexed files (first, so a
      *              failed copy stops the night before any job
      *              changes what the copy should have held)
      *   TODORGEN - regenerate recurring items
      *   TODOARCH - archive/purge closed items
      *   TODORPT  - overdue/open report
      *   TODOESCL - escalate aging overdue items (before TODONTFY,
      *              so tonight's flags reach tonight's digests)
      *   TODONTFY - due-soon owner digests
      *   TODOICAL - owners' iCalendar files (after TODOESCL, so
      *              tonight's flags reach tonight's calendars)
      *   TODOSTAT - statistics snapshot and trend
      *   TODORECN - cross-file reconciliation
      *   TODODUPL - likely duplicate OPEN items for review
      *
      * Run control: every job start and end is appended to
      * NITE-CONTROL-FILE (date, job, event, timestamp, return
      *
      * The night ends with a one-page summary in TODONITE.RPT -
      * one line per job with start, end and outcome - so the
      * morning check is a single file instead of ten.  Under the
      * job lines the summary lists the batch parameters in force
      * (TODOPARM.DAT, asked through TODOPARM the way the jobs ask
      * for them) - value, the day it took effect and who set it,
      * or DEFAULT for a parameter never set - so a changed purge
      * window or warning period shows up on the night it starts.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CALL-FAILED              PIC X(1) VALUE 'N'.
       01  WS-JOB-RC                   PIC 9(4) VALUE 0.
       01  WS-JOB-EVENT                PIC X(8) VALUE SPACES.
       01  WS-PARM-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-PARM-VALUE-EDIT          PIC Z(7)9.
       01  WS-PARM-FROM-TEXT           PIC X(8) VALUE SPACES.
       COPY TODOPRMC.

      *    The stream, in the only order that is safe to run it.
      *    Per job: tonight's recorded state (from the run-control
      *    rows read at startup) and what this run did with it, for
      *    the summary.
       01  WS-JOB-TABLE.
           05  WS-JOB-COUNT            PIC 9(4) COMP-5 VALUE 10.
           05  WS-JOB-ENTRY OCCURS 12 TIMES.
               10  WS-JOB-NAME         PIC X(8).
               10  WS-JOB-STARTED      PIC X(1).
               10  WS-JOB-ENDED-OK     PIC X(1).
           .

       BUILD-JOB-TABLE.
           MOVE 'TODOICPY' TO WS-JOB-NAME(1)
           MOVE 'TODORGEN' TO WS-JOB-NAME(2)
           MOVE 'TODOARCH' TO WS-JOB-NAME(3)
           MOVE 'TODORPT'  TO WS-JOB-NAME(4)
           MOVE 'TODOESCL' TO WS-JOB-NAME(5)
           MOVE 'TODONTFY' TO WS-JOB-NAME(6)
           MOVE 'TODOICAL' TO WS-JOB-NAME(7)
           MOVE 'TODOSTAT' TO WS-JOB-NAME(8)
           MOVE 'TODORECN' TO WS-JOB-NAME(9)
           MOVE 'TODODUPL' TO WS-JOB-NAME(10)
           MOVE 10 TO WS-JOB-COUNT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE 'N' TO WS-JOB-STARTED(WS-JOB-IDX)
           END-PERFORM
           MOVE SPACES TO NITE-REPORT-LINE
           WRITE NITE-REPORT-LINE
           PERFORM WRITE-PARAMETER-LINES
           MOVE SPACES TO NITE-REPORT-LINE
           WRITE NITE-REPORT-LINE
           IF WS-STREAM-STOPPED = 'Y'
               MOVE "STREAM STOPPED AT THE FAILED JOB - FIX AND RERUN T
      -             "ODONITE, IT PICKS UP THERE" TO NITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       WRITE-PARAMETER-LINES.
      *    Every job above asked TODOPARM, which read the parameter
      *    file once for the whole stream, so these are the values
      *    tonight's jobs ran on.
           MOVE "BATCH PARAMETERS IN FORCE" TO NITE-REPORT-LINE
           WRITE NITE-REPORT-LINE
           MOVE "PARAMETER               VALUE  EFFECTIVE  CHANGED BY
      -         "         USED BY   MEANING" TO NITE-REPORT-LINE
           WRITE NITE-REPORT-LINE
           MOVE 1 TO WS-PARM-IDX
           PERFORM GET-PARAMETER-ENTRY
           PERFORM UNTIL NOT PRMQ-FOUND
               PERFORM WRITE-ONE-PARAMETER-LINE
               ADD 1 TO WS-PARM-IDX
               PERFORM GET-PARAMETER-ENTRY
           END-PERFORM
           .

       GET-PARAMETER-ENTRY.
           MOVE 'ENTRY' TO PRMQ-FUNCTION
           MOVE WS-PARM-IDX TO PRMQ-ENTRY-NO
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           .

       WRITE-ONE-PARAMETER-LINE.
           MOVE PRMQ-VALUE TO WS-PARM-VALUE-EDIT
           IF PRMQ-FROM-FILE
               MOVE PRMQ-EFFECTIVE-DATE TO WS-PARM-FROM-TEXT
           ELSE
               MOVE "DEFAULT" TO WS-PARM-FROM-TEXT
           END-IF
           MOVE SPACES TO NITE-REPORT-LINE
           STRING PRMQ-NAME          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-PARM-VALUE-EDIT DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-PARM-FROM-TEXT  DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  PRMQ-CHANGED-BY    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PRMQ-PROGRAM       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PRMQ-DESCRIPTION   DELIMITED BY SIZE
               INTO NITE-REPORT-LINE
           WRITE NITE-REPORT-LINE
           .
