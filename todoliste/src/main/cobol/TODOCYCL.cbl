       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCYCL.
      *
      * Monthly cycle-time and on-time completion report.  TODOSTAT
      * says how many items were finished, never how long they took
      * or whether they made their due date; this job answers that
      * for one calendar month, sliced by owner, by project and by
      * priority, in TODOCYCL.RPT:
      *
      *   - closed: items the audit trail shows moving to DONE or
      *     CLOSED (STATUS rows, as TODOSTAT counts them) during the
      *     month.  An item closed twice in the month, reopened in
      *     between, counts once, at its last close;
      *   - cycle time: calendar days from the item's latest ADD or
      *     RESTORE row before that close to the close itself,
      *     averaged and worst per slice.  A close whose start is
      *     older than any trail still on file counts as closed but
      *     stays out of the cycle-time figures;
      *   - on time: the close date is on or before TODO-DUE-DATE.
      *     Items with no usable due date stay out of the on-time
      *     percentage.
      *
      * The trail is read whole: first every generation the monthly
      * TODOAUDG cutover has written, in the order their completion
      * rows stand on TODOAUDS.DAT (TODOAUD.<CCYYMM>.DAT), then the
      * live TODOAUD.DAT, so items started long before the month
      * still find their ADD row.  Owner, project, priority and due
      * date come from the item itself - TODO.DAT, or TODOHIST.DAT
      * once TODOARCH has archived it; an item on neither (deleted
      * since) is counted on the report but cannot be sliced.
      *
      * The month defaults to the previous calendar month.  A
      * non-zero CYCL-MONTH batch parameter (TODOPARM.DAT, asked
      * through TODOPARM) names the month instead, and CCYYMM passed
      * as the first command-line argument overrides both, the way
      * TODOAUDG takes its cutover month.  Runs
      * monthly outside the TODONITE night stream, after TODOAUDG;
      * the report is rebuilt from scratch on every run, so a rerun
      * is always safe.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TODO-FILE ASSIGN TO "TODO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TODO-ID
               ALTERNATE RECORD KEY IS TODO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-TODO-FILE-STATUS.
           SELECT TODOHIST-FILE ASSIGN TO "TODOHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-ID
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUD-SUMMARY-FILE ASSIGN TO "TODOAUDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT CYCLE-REPORT ASSIGN TO "TODOCYCL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-REPORT-STATUS.
           SELECT CYCLE-LOG ASSIGN TO "TODOCYCL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TODO-FILE.
       COPY TODOREC.

       FD  TODOHIST-FILE.
       COPY TODOHREC.

       FD  AUDIT-FILE.
       01  FD-AUDIT-LINE               PIC X(477).

       FD  AUD-SUMMARY-FILE.
       COPY TODOAUDS.

       FD  CYCLE-REPORT.
       01  CYCLE-REPORT-LINE           PIC X(132).

       FD  CYCLE-LOG.
       01  CYCLE-LOG-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-HIST-FILE-STATUS         PIC X(2).
       01  WS-AUDIT-FILE-STATUS        PIC X(2).
       01  WS-SUMMARY-FILE-STATUS      PIC X(2).
       01  WS-CYCLE-REPORT-STATUS      PIC X(2).
       01  WS-CYCLE-LOG-STATUS         PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-ARG-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-NOW-TS                   PIC X(21).
       01  WS-REP-MONTH                PIC 9(6) VALUE 0.
       01  WS-REP-MONTH-SPLIT REDEFINES WS-REP-MONTH.
           05  WS-REP-YYYY             PIC 9(4).
           05  WS-REP-MM               PIC 9(2).
       01  WS-REP-MONTH-X REDEFINES WS-REP-MONTH PIC X(6).
       01  WS-AUDIT-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-SCAN-PASS                PIC X(1) VALUE SPACE.
           88  WS-FINDING-CLOSES       VALUE 'C'.
           88  WS-FINDING-STARTS       VALUE 'S'.
       01  WS-TODO-OPEN                PIC X(1) VALUE 'N'.
       01  WS-HIST-OPEN                PIC X(1) VALUE 'N'.
       01  WS-FOUND-SWITCH             PIC X(1) VALUE 'N'.
       01  WS-IDX                      PIC 9(4) COMP-5 VALUE 0.
       COPY TODOAUDR.
       COPY TODOPRMC.

      *    Months with a completed generation, in TODOAUDS.DAT
      *    order - the order the cutovers ran in.
       01  WS-GEN-TABLE.
           05  WS-GEN-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-GEN-MONTH OCCURS 600 TIMES PIC 9(6).
       01  WS-GEN-TABLE-FULL           PIC X(1) VALUE 'N'.
       01  WS-GEN-IDX                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-GEN-FOUND                PIC X(1) VALUE 'N'.
       01  WS-GEN-MISSING-COUNT        PIC 9(4) VALUE 0.

      *    One entry per item closed in the month: the timestamp
      *    (CCYYMMDDhhmmss) of its last close in the month and of
      *    the latest ADD/RESTORE before that close.  Linear lookup,
      *    the way the rest of the system scans its tables.
       01  WS-CYC-TABLE.
           05  WS-CYC-COUNT            PIC 9(5) COMP-5 VALUE 0.
           05  WS-CYC-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-CYC-IDX.
               10  WS-CYC-ID           PIC 9(8).
               10  WS-CYC-START-TS     PIC X(14).
               10  WS-CYC-CLOSE-TS     PIC X(14).
       01  WS-CYC-TABLE-FULL           PIC X(1) VALUE 'N'.
       01  WS-ENTRY-POS                PIC 9(5) COMP-5 VALUE 0.

      *    The item as TODO.DAT or TODOHIST.DAT has it.
       01  WS-ITEM-OWNER               PIC X(20).
       01  WS-ITEM-PROJECT             PIC X(12).
       01  WS-ITEM-PRIORITY            PIC 9(1).
       01  WS-ITEM-DUE-DATE            PIC 9(8).
       01  WS-ITEM-DUE-X REDEFINES WS-ITEM-DUE-DATE PIC X(8).
       01  WS-CLOSE-DATE               PIC 9(8).
       01  WS-START-DATE               PIC 9(8).
       01  WS-CYCLE-KNOWN              PIC X(1) VALUE 'N'.
       01  WS-DUE-KNOWN                PIC X(1) VALUE 'N'.
       01  WS-ON-TIME                  PIC X(1) VALUE 'N'.
       01  WS-CYCLE-DAYS               PIC S9(9) COMP-5 VALUE 0.

      *    Accumulators per slice: class TOTAL, OWNER, PROJECT or
      *    PRIORITY, and the key within the class.
       01  WS-SLICE-TABLE.
           05  WS-SLICE-COUNT-USED     PIC 9(4) COMP-5 VALUE 0.
           05  WS-SLICE-ENTRY OCCURS 1600 TIMES.
               10  WS-SLICE-CLASS      PIC X(8).
               10  WS-SLICE-KEY        PIC X(20).
               10  WS-SLICE-CLOSED     PIC 9(8).
               10  WS-SLICE-CYC-COUNT  PIC 9(8).
               10  WS-SLICE-CYC-TOTAL  PIC 9(10).
               10  WS-SLICE-CYC-WORST  PIC 9(8).
               10  WS-SLICE-DUE-SET    PIC 9(8).
               10  WS-SLICE-ON-TIME    PIC 9(8).
       01  WS-SLICE-TABLE-FULL         PIC X(1) VALUE 'N'.
       01  WS-SLICE-IDX                PIC 9(4) COMP-5 VALUE 0.
       01  WS-SLICE-POS                PIC 9(4) COMP-5 VALUE 0.
       01  WS-MEASURE-CLASS            PIC X(8) VALUE SPACES.
       01  WS-MEASURE-KEY              PIC X(20) VALUE SPACES.

       01  WS-CLOSED-COUNT             PIC 9(8) VALUE 0.
       01  WS-NO-START-COUNT           PIC 9(8) VALUE 0.
       01  WS-NOT-ON-FILE-COUNT        PIC 9(8) VALUE 0.
       01  WS-NO-DUE-COUNT             PIC 9(8) VALUE 0.
       01  WS-AVG-DAYS                 PIC 9(6)V9 VALUE 0.
       01  WS-PCT-VALUE                PIC 9(3)V9 VALUE 0.
       01  WS-AVG-EDIT                 PIC Z(5)9.9.
       01  WS-PCT-EDIT                 PIC Z(5)9.9.
       01  WS-COUNT-EDIT               PIC Z(7)9.
       01  WS-CYCLE-HEADING.
           05  FILLER                  PIC X(22) VALUE "KEY".
           05  FILLER                  PIC X(10) VALUE "  CLOSED".
           05  FILLER                  PIC X(10) VALUE "AVG DAYS".
           05  FILLER                  PIC X(10) VALUE "   WORST".
           05  FILLER                  PIC X(10) VALUE " DUE SET".
           05  FILLER                  PIC X(10) VALUE " ON TIME".
           05  FILLER                  PIC X(8)  VALUE "ON-TIME%".
       01  WS-CYCLE-LINE.
           05  CL-KEY                  PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-CLOSED               PIC Z(7)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-AVG                  PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-WORST                PIC Z(7)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-DUE-SET              PIC Z(7)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-ON-TIME              PIC Z(7)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CL-PCT                  PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM GET-REPORT-MONTH
           PERFORM LOAD-GENERATION-MONTHS
      *    Two passes over the whole trail: the closes in the month
      *    first, so the second pass only has to remember starts
      *    for items that matter.
           MOVE 'C' TO WS-SCAN-PASS
           PERFORM SCAN-WHOLE-TRAIL
           MOVE 'S' TO WS-SCAN-PASS
           PERFORM SCAN-WHOLE-TRAIL
           PERFORM MEASURE-CLOSED-ITEMS
           PERFORM WRITE-CYCLE-REPORT
           PERFORM WRITE-CYCLE-LOG
           GOBACK
           .

       GET-REPORT-MONTH.
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TEXT) TO WS-REP-MONTH
           ELSE
               MOVE 'GET' TO PRMQ-FUNCTION
               MOVE 'CYCL-MONTH' TO PRMQ-NAME
               MOVE 0 TO PRMQ-DATE
               CALL 'TODOPARM' USING TODO-PARM-REQUEST
               IF PRMQ-FOUND AND PRMQ-VALUE > 0
                   MOVE PRMQ-VALUE TO WS-REP-MONTH
               ELSE
                   PERFORM DEFAULT-REPORT-MONTH
               END-IF
           END-IF
           .

       DEFAULT-REPORT-MONTH.
      *    The job runs early in the new month, so the month
      *    being reported on is the previous one.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REP-MONTH
           IF WS-REP-MM = 1
               SUBTRACT 1 FROM WS-REP-YYYY
               MOVE 12 TO WS-REP-MM
           ELSE
               SUBTRACT 1 FROM WS-REP-MM
           END-IF
           .

       LOAD-GENERATION-MONTHS.
      *    Only a month with its completion row is a finished
      *    generation; a month listed twice is read once.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUD-SUMMARY-FILE
           IF WS-SUMMARY-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ AUD-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF SUM-ROW-TYPE = 'C'
                               PERFORM NOTE-GENERATION-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUD-SUMMARY-FILE
           END-IF
           .

       NOTE-GENERATION-MONTH.
           MOVE 'N' TO WS-GEN-FOUND
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-MONTH(WS-GEN-IDX) = SUM-MONTH
                   MOVE 'Y' TO WS-GEN-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-GEN-FOUND = 'Y'
                   CONTINUE
               WHEN WS-GEN-COUNT < 600
                   ADD 1 TO WS-GEN-COUNT
                   MOVE SUM-MONTH TO WS-GEN-MONTH(WS-GEN-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO WS-GEN-TABLE-FULL
           END-EVALUATE
           .

       SCAN-WHOLE-TRAIL.
           MOVE 0 TO WS-GEN-MISSING-COUNT
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "TODOAUD."               DELIMITED BY SIZE
                      WS-GEN-MONTH(WS-GEN-IDX) DELIMITED BY SIZE
                      ".DAT"                   DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE-NAME
               PERFORM SCAN-ONE-AUDIT-FILE
           END-PERFORM
           MOVE "TODOAUD.DAT" TO WS-AUDIT-FILE-NAME
           PERFORM SCAN-ONE-AUDIT-FILE
           .

       SCAN-ONE-AUDIT-FILE.
      *    A generation named on TODOAUDS.DAT but gone from disk is
      *    counted for the report rather than stopping the run.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               IF WS-AUDIT-FILE-NAME NOT = "TODOAUD.DAT"
                   ADD 1 TO WS-GEN-MISSING-COUNT
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM PROCESS-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           .

       PROCESS-ONE-AUDIT-ROW.
      *    Rows after the month cannot matter to it, and the trail is
      *    in time order, so they are passed over.
           MOVE FD-AUDIT-LINE TO TODO-AUDIT-RECORD
           IF AUD-TIMESTAMP(1:6) <= WS-REP-MONTH-X
               IF WS-FINDING-CLOSES
                   PERFORM NOTE-CLOSE-ROW
               ELSE
                   PERFORM NOTE-START-ROW
               END-IF
           END-IF
           .

       NOTE-CLOSE-ROW.
      *    The same completion rows TODOSTAT counts; a later close
      *    in the month replaces an earlier one.
           IF AUD-ACTION = 'STATUS'
              AND AUD-TIMESTAMP(1:6) = WS-REP-MONTH-X
              AND (FUNCTION TRIM(AUD-NEW-VALUE) = 'DONE'
                   OR FUNCTION TRIM(AUD-NEW-VALUE) = 'CLOSED')
               PERFORM FIND-CYCLE-ENTRY
               IF WS-ENTRY-POS = 0
                   IF WS-CYC-COUNT < 10000
                       ADD 1 TO WS-CYC-COUNT
                       MOVE WS-CYC-COUNT TO WS-ENTRY-POS
                       MOVE AUD-ITEM-ID TO WS-CYC-ID(WS-ENTRY-POS)
                       MOVE SPACES TO WS-CYC-START-TS(WS-ENTRY-POS)
                   ELSE
                       MOVE 'Y' TO WS-CYC-TABLE-FULL
                   END-IF
               END-IF
               IF WS-ENTRY-POS > 0
                   MOVE AUD-TIMESTAMP(1:14)
                       TO WS-CYC-CLOSE-TS(WS-ENTRY-POS)
               END-IF
           END-IF
           .

       NOTE-START-ROW.
      *    The latest ADD or RESTORE at or before the close is the
      *    start of the cycle that close ended.
           IF AUD-ACTION = 'ADD' OR AUD-ACTION = 'RESTORE'
               PERFORM FIND-CYCLE-ENTRY
               IF WS-ENTRY-POS > 0
                   IF AUD-TIMESTAMP(1:14)
                           <= WS-CYC-CLOSE-TS(WS-ENTRY-POS)
                       MOVE AUD-TIMESTAMP(1:14)
                           TO WS-CYC-START-TS(WS-ENTRY-POS)
                   END-IF
               END-IF
           END-IF
           .

       FIND-CYCLE-ENTRY.
           MOVE 0 TO WS-ENTRY-POS
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-COUNT
                      OR WS-ENTRY-POS > 0
               IF WS-CYC-ID(WS-CYC-IDX) = AUD-ITEM-ID
                   SET WS-ENTRY-POS TO WS-CYC-IDX
               END-IF
           END-PERFORM
           .

       MEASURE-CLOSED-ITEMS.
           MOVE 'N' TO WS-TODO-OPEN
           MOVE 'N' TO WS-HIST-OPEN
           OPEN INPUT TODO-FILE
           IF WS-TODO-FILE-STATUS NOT = '35'
               MOVE 'Y' TO WS-TODO-OPEN
           END-IF
           OPEN INPUT TODOHIST-FILE
           IF WS-HIST-FILE-STATUS NOT = '35'
               MOVE 'Y' TO WS-HIST-OPEN
           END-IF
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                   UNTIL WS-CYC-IDX > WS-CYC-COUNT
               PERFORM MEASURE-ONE-ITEM
           END-PERFORM
           IF WS-TODO-OPEN = 'Y'
               CLOSE TODO-FILE
           END-IF
           IF WS-HIST-OPEN = 'Y'
               CLOSE TODOHIST-FILE
           END-IF
           .

       MEASURE-ONE-ITEM.
           ADD 1 TO WS-CLOSED-COUNT
           PERFORM LOOK-UP-CLOSED-ITEM
           IF WS-FOUND-SWITCH = 'N'
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           ELSE
               PERFORM WORK-OUT-CYCLE-AND-DUE
               MOVE 'TOTAL' TO WS-MEASURE-CLASS
               MOVE 'ALL ITEMS' TO WS-MEASURE-KEY
               PERFORM ADD-TO-SLICE
               MOVE 'OWNER' TO WS-MEASURE-CLASS
               MOVE WS-ITEM-OWNER TO WS-MEASURE-KEY
               PERFORM ADD-TO-SLICE
               MOVE 'PROJECT' TO WS-MEASURE-CLASS
               IF WS-ITEM-PROJECT = SPACES
                   MOVE "(NONE)" TO WS-MEASURE-KEY
               ELSE
                   MOVE WS-ITEM-PROJECT TO WS-MEASURE-KEY
               END-IF
               PERFORM ADD-TO-SLICE
               MOVE 'PRIORITY' TO WS-MEASURE-CLASS
               MOVE SPACES TO WS-MEASURE-KEY
               MOVE WS-ITEM-PRIORITY TO WS-MEASURE-KEY(1:1)
               PERFORM ADD-TO-SLICE
           END-IF
           .

       LOOK-UP-CLOSED-ITEM.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-TODO-OPEN = 'Y'
               MOVE WS-CYC-ID(WS-CYC-IDX) TO TODO-ID
               READ TODO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       MOVE TODO-OWNER TO WS-ITEM-OWNER
                       MOVE TODO-PROJECT TO WS-ITEM-PROJECT
                       MOVE TODO-PRIORITY TO WS-ITEM-PRIORITY
                       MOVE TODO-DUE-DATE TO WS-ITEM-DUE-DATE
               END-READ
           END-IF
           IF WS-FOUND-SWITCH = 'N' AND WS-HIST-OPEN = 'Y'
               MOVE WS-CYC-ID(WS-CYC-IDX) TO HIST-ID
               READ TODOHIST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       MOVE HIST-OWNER TO WS-ITEM-OWNER
                       MOVE HIST-PROJECT TO WS-ITEM-PROJECT
                       MOVE HIST-PRIORITY TO WS-ITEM-PRIORITY
                       MOVE HIST-DUE-DATE TO WS-ITEM-DUE-DATE
               END-READ
           END-IF
           .

       WORK-OUT-CYCLE-AND-DUE.
           MOVE WS-CYC-CLOSE-TS(WS-CYC-IDX)(1:8) TO WS-CLOSE-DATE
           MOVE 'N' TO WS-CYCLE-KNOWN
           IF WS-CYC-START-TS(WS-CYC-IDX) = SPACES
               ADD 1 TO WS-NO-START-COUNT
           ELSE
               MOVE WS-CYC-START-TS(WS-CYC-IDX)(1:8) TO WS-START-DATE
               COMPUTE WS-CYCLE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-START-DATE)
               MOVE 'Y' TO WS-CYCLE-KNOWN
           END-IF
      *    Only a due date that passes the checks the date jobs use
      *    is compared; the rest count as having none.
           MOVE 'N' TO WS-DUE-KNOWN
           MOVE 'N' TO WS-ON-TIME
           IF WS-ITEM-DUE-X NUMERIC
              AND WS-ITEM-DUE-X(1:4) > '1600'
              AND WS-ITEM-DUE-X(5:2) >= '01'
              AND WS-ITEM-DUE-X(5:2) <= '12'
              AND WS-ITEM-DUE-X(7:2) >= '01'
              AND WS-ITEM-DUE-X(7:2) <= '31'
               MOVE 'Y' TO WS-DUE-KNOWN
               IF WS-CLOSE-DATE <= WS-ITEM-DUE-DATE
                   MOVE 'Y' TO WS-ON-TIME
               END-IF
           ELSE
               ADD 1 TO WS-NO-DUE-COUNT
           END-IF
           .

       ADD-TO-SLICE.
           MOVE 0 TO WS-SLICE-POS
           PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
                   UNTIL WS-SLICE-IDX > WS-SLICE-COUNT-USED
                      OR WS-SLICE-POS > 0
               IF WS-SLICE-CLASS(WS-SLICE-IDX) = WS-MEASURE-CLASS
                  AND WS-SLICE-KEY(WS-SLICE-IDX) = WS-MEASURE-KEY
                   MOVE WS-SLICE-IDX TO WS-SLICE-POS
               END-IF
           END-PERFORM
           IF WS-SLICE-POS = 0
               IF WS-SLICE-COUNT-USED < 1600
                   ADD 1 TO WS-SLICE-COUNT-USED
                   MOVE WS-SLICE-COUNT-USED TO WS-SLICE-POS
                   MOVE WS-MEASURE-CLASS
                       TO WS-SLICE-CLASS(WS-SLICE-POS)
                   MOVE WS-MEASURE-KEY TO WS-SLICE-KEY(WS-SLICE-POS)
                   MOVE 0 TO WS-SLICE-CLOSED(WS-SLICE-POS)
                   MOVE 0 TO WS-SLICE-CYC-COUNT(WS-SLICE-POS)
                   MOVE 0 TO WS-SLICE-CYC-TOTAL(WS-SLICE-POS)
                   MOVE 0 TO WS-SLICE-CYC-WORST(WS-SLICE-POS)
                   MOVE 0 TO WS-SLICE-DUE-SET(WS-SLICE-POS)
                   MOVE 0 TO WS-SLICE-ON-TIME(WS-SLICE-POS)
               ELSE
                   MOVE 'Y' TO WS-SLICE-TABLE-FULL
               END-IF
           END-IF
           IF WS-SLICE-POS > 0
               ADD 1 TO WS-SLICE-CLOSED(WS-SLICE-POS)
               IF WS-CYCLE-KNOWN = 'Y'
                   ADD 1 TO WS-SLICE-CYC-COUNT(WS-SLICE-POS)
                   ADD WS-CYCLE-DAYS TO WS-SLICE-CYC-TOTAL(WS-SLICE-POS)
                   IF WS-CYCLE-DAYS > WS-SLICE-CYC-WORST(WS-SLICE-POS)
                       MOVE WS-CYCLE-DAYS
                           TO WS-SLICE-CYC-WORST(WS-SLICE-POS)
                   END-IF
               END-IF
               IF WS-DUE-KNOWN = 'Y'
                   ADD 1 TO WS-SLICE-DUE-SET(WS-SLICE-POS)
                   IF WS-ON-TIME = 'Y'
                       ADD 1 TO WS-SLICE-ON-TIME(WS-SLICE-POS)
                   END-IF
               END-IF
           END-IF
           .

       WRITE-CYCLE-REPORT.
           OPEN OUTPUT CYCLE-REPORT
           MOVE SPACES TO CYCLE-REPORT-LINE
           STRING "CYCLE TIME AND ON-TIME COMPLETION FOR "
                                        DELIMITED BY SIZE
                  WS-REP-MONTH          DELIMITED BY SIZE
                  "  RUN "              DELIMITED BY SIZE
                  WS-NOW-TS             DELIMITED BY SIZE
               INTO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           MOVE WS-GEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CYCLE-REPORT-LINE
           STRING "AUDIT TRAIL READ: "  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                  " GENERATION(S) PLUS THE LIVE FILE"
                                        DELIMITED BY SIZE
               INTO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           MOVE SPACES TO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           MOVE 'TOTAL' TO WS-MEASURE-CLASS
           MOVE "** ALL CLOSED ITEMS **" TO CYCLE-REPORT-LINE
           PERFORM WRITE-CLASS-SECTION
           MOVE 'OWNER' TO WS-MEASURE-CLASS
           MOVE "** BY OWNER **" TO CYCLE-REPORT-LINE
           PERFORM WRITE-CLASS-SECTION
           MOVE 'PROJECT' TO WS-MEASURE-CLASS
           MOVE "** BY PROJECT **" TO CYCLE-REPORT-LINE
           PERFORM WRITE-CLASS-SECTION
           MOVE 'PRIORITY' TO WS-MEASURE-CLASS
           MOVE "** BY PRIORITY **" TO CYCLE-REPORT-LINE
           PERFORM WRITE-CLASS-SECTION
           MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CYCLE-REPORT-LINE
           STRING "ITEMS CLOSED          " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           MOVE WS-NO-START-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CYCLE-REPORT-LINE
           STRING "START NOT ON TRAIL    " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           MOVE WS-NO-DUE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CYCLE-REPORT-LINE
           STRING "NO USABLE DUE DATE    " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           MOVE WS-NOT-ON-FILE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CYCLE-REPORT-LINE
           STRING "ITEM NO LONGER ON FILE" DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           IF WS-GEN-MISSING-COUNT > 0
               MOVE WS-GEN-MISSING-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO CYCLE-REPORT-LINE
               STRING "WARNING - "         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " GENERATION FILE(S) ON TODOAUDS.DAT NOT FOUND"
                                           DELIMITED BY SIZE
                   INTO CYCLE-REPORT-LINE
               WRITE CYCLE-REPORT-LINE
           END-IF
           IF WS-GEN-TABLE-FULL = 'Y'
               MOVE "WARNING - MORE THAN 600 GENERATIONS, LATER ONES NO
      -             "T READ" TO CYCLE-REPORT-LINE
               WRITE CYCLE-REPORT-LINE
           END-IF
           IF WS-CYC-TABLE-FULL = 'Y'
               MOVE "WARNING - MORE THAN 10000 ITEMS CLOSED, EXTRAS NOT
      -             " MEASURED" TO CYCLE-REPORT-LINE
               WRITE CYCLE-REPORT-LINE
           END-IF
           IF WS-SLICE-TABLE-FULL = 'Y'
               MOVE "WARNING - SLICE TABLE FULL, SOME OWNERS/PROJECTS N
      -             "OT SHOWN" TO CYCLE-REPORT-LINE
               WRITE CYCLE-REPORT-LINE
           END-IF
           CLOSE CYCLE-REPORT
           .

       WRITE-CLASS-SECTION.
      *    The section title is already in the report line.
           WRITE CYCLE-REPORT-LINE
           MOVE WS-CYCLE-HEADING TO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
                   UNTIL WS-SLICE-IDX > WS-SLICE-COUNT-USED
               IF WS-SLICE-CLASS(WS-SLICE-IDX) = WS-MEASURE-CLASS
                   PERFORM WRITE-SLICE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           .

       WRITE-SLICE-LINE.
           MOVE WS-SLICE-KEY(WS-SLICE-IDX) TO CL-KEY
           MOVE WS-SLICE-CLOSED(WS-SLICE-IDX) TO CL-CLOSED
           MOVE WS-SLICE-CYC-WORST(WS-SLICE-IDX) TO CL-WORST
           MOVE WS-SLICE-DUE-SET(WS-SLICE-IDX) TO CL-DUE-SET
           MOVE WS-SLICE-ON-TIME(WS-SLICE-IDX) TO CL-ON-TIME
           IF WS-SLICE-CYC-COUNT(WS-SLICE-IDX) = 0
               MOVE "     N/A" TO CL-AVG
           ELSE
               COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-SLICE-CYC-TOTAL(WS-SLICE-IDX)
                     / WS-SLICE-CYC-COUNT(WS-SLICE-IDX)
               MOVE WS-AVG-DAYS TO WS-AVG-EDIT
               MOVE WS-AVG-EDIT TO CL-AVG
           END-IF
           IF WS-SLICE-DUE-SET(WS-SLICE-IDX) = 0
               MOVE "     N/A" TO CL-PCT
           ELSE
               COMPUTE WS-PCT-VALUE ROUNDED =
                       WS-SLICE-ON-TIME(WS-SLICE-IDX) * 100
                     / WS-SLICE-DUE-SET(WS-SLICE-IDX)
               MOVE WS-PCT-VALUE TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO CL-PCT
           END-IF
           MOVE WS-CYCLE-LINE TO CYCLE-REPORT-LINE
           WRITE CYCLE-REPORT-LINE
           .

       WRITE-CYCLE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           OPEN EXTEND CYCLE-LOG
           IF WS-CYCLE-LOG-STATUS = '35'
               OPEN OUTPUT CYCLE-LOG
           END-IF
           MOVE SPACES TO CYCLE-LOG-LINE
           STRING WS-NOW-TS           DELIMITED BY SIZE
                  "  MONTH "          DELIMITED BY SIZE
                  WS-REP-MONTH        DELIMITED BY SIZE
                  " REPORTED, "       DELIMITED BY SIZE
                  WS-CLOSED-COUNT     DELIMITED BY SIZE
                  " ITEM(S) CLOSED"   DELIMITED BY SIZE
               INTO CYCLE-LOG-LINE
           WRITE CYCLE-LOG-LINE
           CLOSE CYCLE-LOG
           .
