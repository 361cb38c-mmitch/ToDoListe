       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODODUPL.
      *
      * Nightly duplicate-item check.  The same piece of work gets
      * entered twice - by two people, or by one person who did not
      * find the first entry - and both copies then sit OPEN on the
      * queues, get worked twice or get argued about.  This job
      * compares the OPEN items on TODO-FILE and lists the likely
      * duplicates in TODODUPL.RPT for someone to look at.
      *
      * Two OPEN items are listed as a candidate pair when all of
      * these hold:
      *   - their descriptions read the same once case, punctuation
      *     and extra spaces are set aside ("Order part #4711." and
      *     "order  part 4711" match);
      *   - they have the same owner, or the same (non-blank)
      *     project;
      *   - their due dates are at most WS-DUE-DAYS days apart -
      *     the DUPL-DUE-DAYS batch parameter, asked through
      *     TODOPARM (3 when never set), overridable as the first
      *     command-line argument like TODOARCH's purge days.  Two
      *     items with no usable due date count as close; one with
      *     and one without do not.
      * The items are sorted on the cleaned-up description, oldest
      * first, so only items that already read the same are ever
      * compared, and within a pair the older item (earlier created
      * timestamp, the lower id on a tie) is named first.
      *
      * Each pair is shown with both ids, owners, projects and due
      * dates, the created timestamp off the item and who created
      * it - the user on the item's first ADD row in the audit
      * trail, read whole the way TODOCYCL reads it: every
      * generation TODOAUDG has completed (TODOAUD.<CCYYMM>.DAT, in
      * TODOAUDS.DAT order), then the live TODOAUD.DAT.  An item
      * with no ADD row left on the trail (a restored item, or its
      * generation gone from disk) shows UNKNOWN.
      *
      * A pair someone has confirmed is not a duplicate (TODODUPN.DAT,
      * written by the TODOMERG transaction with ACTION=DISTINCT) is
      * left off the report and only counted.  A pair that is a
      * duplicate is merged through TODOMERG with ACTION=MERGE,
      * which keeps the older item and closes the younger.
      *
      * The job only reads; the report is rebuilt from scratch on
      * every run, one line per run appended to TODODUPL.LOG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TODO-FILE ASSIGN TO "TODO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TODO-ID
               ALTERNATE RECORD KEY IS TODO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-TODO-FILE-STATUS.
           SELECT DUPN-FILE ASSIGN TO "TODODUPN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUPN-FILE-STATUS.
           SELECT AUD-SUMMARY-FILE ASSIGN TO "TODOAUDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "TODODUPL.SRT".
           SELECT DUPL-REPORT ASSIGN TO "TODODUPL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPL-REPORT-STATUS.
           SELECT DUPL-LOG ASSIGN TO "TODODUPL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TODO-FILE.
       COPY TODOREC.

       FD  DUPN-FILE.
       COPY TODODUPR.

       FD  AUD-SUMMARY-FILE.
       COPY TODOAUDS.

       FD  AUDIT-FILE.
       01  FD-AUDIT-LINE               PIC X(477).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-MATCH-TEXT          PIC X(200).
           05  SRT-CREATED-TS          PIC X(21).
           05  SRT-ID                  PIC 9(8).
           05  SRT-OWNER               PIC X(20).
           05  SRT-PROJECT             PIC X(12).
           05  SRT-DUE-DATE            PIC 9(8).
           05  SRT-DESCRIPTION         PIC X(200).

       FD  DUPL-REPORT.
       01  DUPL-REPORT-LINE            PIC X(132).

       FD  DUPL-LOG.
       01  DUPL-LOG-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-DUPN-FILE-STATUS         PIC X(2).
       01  WS-SUMMARY-FILE-STATUS      PIC X(2).
       01  WS-AUDIT-FILE-STATUS        PIC X(2).
       01  WS-DUPL-REPORT-STATUS       PIC X(2).
       01  WS-DUPL-LOG-STATUS          PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-ARG-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-DUE-DAYS                 PIC 9(5) VALUE 3.
       01  WS-NOW-TS                   PIC X(21).
       01  WS-DUPN-OPEN                PIC X(1) VALUE 'N'.
       01  WS-COUNT-EDIT               PIC Z(7)9.
       01  WS-DAYS-EDIT                PIC Z(4)9.
       COPY TODOAUDR.
       COPY TODOPRMC.

      *    The description cleaned up for matching: upper case,
      *    letters, digits and single spaces only.
       01  WS-UPPER-TEXT               PIC X(200) VALUE SPACES.
       01  WS-MATCH-TEXT               PIC X(200) VALUE SPACES.
       01  WS-CHAR                     PIC X(1).
       01  WS-CHAR-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-OUT-LEN                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-LAST-WAS-SPACE           PIC X(1) VALUE 'Y'.

      *    The items of one run of equal cleaned-up descriptions,
      *    oldest first, as they come back from the sort.
       01  WS-GROUP-TEXT               PIC X(200) VALUE SPACES.
       01  WS-GRP-TABLE.
           05  WS-GRP-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-GRP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-ID           PIC 9(8).
               10  WS-GRP-OWNER        PIC X(20).
               10  WS-GRP-PROJECT      PIC X(12).
               10  WS-GRP-DUE-DATE     PIC 9(8).
               10  WS-GRP-CREATED-TS   PIC X(21).
               10  WS-GRP-DESCRIPTION  PIC X(200).
       01  WS-GRP-I                    PIC 9(4) COMP-5 VALUE 0.
       01  WS-GRP-J                    PIC 9(4) COMP-5 VALUE 0.
       01  WS-GRP-START                PIC 9(4) COMP-5 VALUE 0.

      *    One pair being weighed.
       01  WS-MATCH-REASON             PIC X(12) VALUE SPACES.
       01  WS-TEST-DATE                PIC 9(8).
       01  WS-DATE-USABLE              PIC X(1) VALUE 'N'.
       01  WS-FIRST-DUE-USABLE         PIC X(1) VALUE 'N'.
       01  WS-DUE-CLOSE                PIC X(1) VALUE 'N'.
       01  WS-NO-DUE-DATES             PIC X(1) VALUE 'N'.
       01  WS-DUE-GAP                  PIC S9(9) COMP-5 VALUE 0.
       01  WS-PAIR-DISMISSED           PIC X(1) VALUE 'N'.

       01  WS-COMPARED-COUNT           PIC 9(8) VALUE 0.
       01  WS-LISTED-COUNT             PIC 9(8) VALUE 0.
       01  WS-DISMISSED-COUNT          PIC 9(8) VALUE 0.
       01  WS-PAIR-OVERFLOW            PIC 9(8) VALUE 0.
       01  WS-GROUP-OVERFLOW           PIC 9(8) VALUE 0.

      *    The candidate pairs for the report, the older item first.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES.
               10  WS-PR-REASON        PIC X(12).
               10  WS-PR-NO-DUE-DATES  PIC X(1).
               10  WS-PR-DUE-GAP       PIC 9(5).
               10  WS-PR-DESCRIPTION   PIC X(200).
               10  WS-PR-ITEM OCCURS 2 TIMES.
                   15  WS-PR-ID        PIC 9(8).
                   15  WS-PR-OWNER     PIC X(20).
                   15  WS-PR-PROJECT   PIC X(12).
                   15  WS-PR-DUE-DATE  PIC 9(8).
                   15  WS-PR-CREATED-TS PIC X(21).
                   15  WS-PR-CREATOR   PIC X(20).
       01  WS-PAIR-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-SIDE-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-CREATORS-MISSING         PIC 9(5) COMP-5 VALUE 0.

      *    Months with a completed generation, in TODOAUDS.DAT
      *    order - the order the cutovers ran in.
       01  WS-AUDIT-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-GEN-TABLE.
           05  WS-GEN-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-GEN-MONTH OCCURS 600 TIMES PIC 9(6).
       01  WS-GEN-TABLE-FULL           PIC X(1) VALUE 'N'.
       01  WS-GEN-IDX                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-GEN-FOUND                PIC X(1) VALUE 'N'.
       01  WS-GEN-MISSING-COUNT        PIC 9(4) VALUE 0.

       01  WS-ITEM-HEADING.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(16) VALUE "CREATED".
           05  FILLER                  PIC X(22) VALUE "CREATED BY".
           05  FILLER                  PIC X(22) VALUE "OWNER".
           05  FILLER                  PIC X(14) VALUE "PROJECT".
           05  FILLER                  PIC X(8)  VALUE "DUE".
       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  IL-ROLE                 PIC X(8).
           05  IL-ID                   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-CREATED-TS           PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-CREATOR              PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-OWNER                PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-PROJECT              PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  IL-DUE-DATE             PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM GET-DUE-DAYS
           PERFORM OPEN-DISMISSED-PAIRS
           SORT SORT-WORK
               ON ASCENDING KEY SRT-MATCH-TEXT SRT-CREATED-TS SRT-ID
               INPUT PROCEDURE RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE PAIR-MATCHING-ITEMS
           IF WS-DUPN-OPEN = 'Y'
               CLOSE DUPN-FILE
           END-IF
           PERFORM FIND-CREATORS
           PERFORM WRITE-DUPL-REPORT
           PERFORM WRITE-DUPL-LOG
           GOBACK
           .

       GET-DUE-DAYS.
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE 'DUPL-DUE-DAYS' TO PRMQ-NAME
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           IF PRMQ-FOUND
               MOVE PRMQ-VALUE TO WS-DUE-DAYS
           END-IF
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TEXT) TO WS-DUE-DAYS
           END-IF
           .

       OPEN-DISMISSED-PAIRS.
      *    No file yet means no pair has been answered yet.
           MOVE 'N' TO WS-DUPN-OPEN
           OPEN INPUT DUPN-FILE
           IF WS-DUPN-FILE-STATUS NOT = '35'
               MOVE 'Y' TO WS-DUPN-OPEN
           END-IF
           .

       RELEASE-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TODO-FILE
           IF WS-TODO-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ TODO-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM RELEASE-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE TODO-FILE
           END-IF
           .

       RELEASE-ONE-ITEM.
      *    An item whose description has nothing left once cleaned
      *    up has nothing to match on.
           IF TODO-STATUS = 'OPEN'
               PERFORM BUILD-MATCH-TEXT
               IF WS-MATCH-TEXT NOT = SPACES
                   MOVE WS-MATCH-TEXT TO SRT-MATCH-TEXT
                   MOVE TODO-CREATED-TS TO SRT-CREATED-TS
                   MOVE TODO-ID TO SRT-ID
                   MOVE TODO-OWNER TO SRT-OWNER
                   MOVE TODO-PROJECT TO SRT-PROJECT
                   MOVE TODO-DUE-DATE TO SRT-DUE-DATE
                   MOVE TODO-DESCRIPTION TO SRT-DESCRIPTION
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-COMPARED-COUNT
               END-IF
           END-IF
           .

       BUILD-MATCH-TEXT.
      *    Letters and digits are kept, upper-cased; a run of spaces
      *    becomes one (none in front); anything else is dropped, so
      *    "part #4711." and "PART 4711" come out the same.
           MOVE FUNCTION UPPER-CASE(TODO-DESCRIPTION) TO WS-UPPER-TEXT
           MOVE SPACES TO WS-MATCH-TEXT
           MOVE 0 TO WS-OUT-LEN
           MOVE 'Y' TO WS-LAST-WAS-SPACE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 200
               MOVE WS-UPPER-TEXT(WS-CHAR-IDX:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = SPACE
                       IF WS-LAST-WAS-SPACE = 'N'
                           ADD 1 TO WS-OUT-LEN
                           MOVE SPACE TO WS-MATCH-TEXT(WS-OUT-LEN:1)
                           MOVE 'Y' TO WS-LAST-WAS-SPACE
                       END-IF
                   WHEN (WS-CHAR >= 'A' AND WS-CHAR <= 'Z')
                     OR (WS-CHAR >= '0' AND WS-CHAR <= '9')
                       ADD 1 TO WS-OUT-LEN
                       MOVE WS-CHAR TO WS-MATCH-TEXT(WS-OUT-LEN:1)
                       MOVE 'N' TO WS-LAST-WAS-SPACE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       PAIR-MATCHING-ITEMS.
           MOVE 0 TO WS-GRP-COUNT
           MOVE SPACES TO WS-GROUP-TEXT
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM COLLECT-GROUP-ITEM
               END-RETURN
           END-PERFORM
           PERFORM COMPARE-GROUP
           .

       COLLECT-GROUP-ITEM.
      *    A new description closes the group before it.  Past the
      *    table's size the rest of a group is only counted.
           IF SRT-MATCH-TEXT NOT = WS-GROUP-TEXT
               PERFORM COMPARE-GROUP
               MOVE 0 TO WS-GRP-COUNT
               MOVE SRT-MATCH-TEXT TO WS-GROUP-TEXT
           END-IF
           IF WS-GRP-COUNT < 100
               ADD 1 TO WS-GRP-COUNT
               MOVE SRT-ID TO WS-GRP-ID(WS-GRP-COUNT)
               MOVE SRT-OWNER TO WS-GRP-OWNER(WS-GRP-COUNT)
               MOVE SRT-PROJECT TO WS-GRP-PROJECT(WS-GRP-COUNT)
               MOVE SRT-DUE-DATE TO WS-GRP-DUE-DATE(WS-GRP-COUNT)
               MOVE SRT-CREATED-TS TO WS-GRP-CREATED-TS(WS-GRP-COUNT)
               MOVE SRT-DESCRIPTION
                   TO WS-GRP-DESCRIPTION(WS-GRP-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF
           .

       COMPARE-GROUP.
      *    Every item of the group against every later one - the
      *    earlier of the two is always the older.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I >= WS-GRP-COUNT
               COMPUTE WS-GRP-START = WS-GRP-I + 1
               PERFORM VARYING WS-GRP-J FROM WS-GRP-START BY 1
                       UNTIL WS-GRP-J > WS-GRP-COUNT
                   PERFORM COMPARE-ONE-PAIR
               END-PERFORM
           END-PERFORM
           .

       COMPARE-ONE-PAIR.
           MOVE SPACES TO WS-MATCH-REASON
           EVALUATE TRUE
               WHEN WS-GRP-OWNER(WS-GRP-I) = WS-GRP-OWNER(WS-GRP-J)
                   MOVE "SAME OWNER" TO WS-MATCH-REASON
               WHEN WS-GRP-PROJECT(WS-GRP-I) NOT = SPACES
                AND WS-GRP-PROJECT(WS-GRP-I) = WS-GRP-PROJECT(WS-GRP-J)
                   MOVE "SAME PROJECT" TO WS-MATCH-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MATCH-REASON NOT = SPACES
               PERFORM CHECK-DUE-GAP
               IF WS-DUE-CLOSE = 'Y'
                   PERFORM NOTE-CANDIDATE-PAIR
               END-IF
           END-IF
           .

       CHECK-DUE-GAP.
           MOVE 'N' TO WS-DUE-CLOSE
           MOVE 'N' TO WS-NO-DUE-DATES
           MOVE 0 TO WS-DUE-GAP
           MOVE WS-GRP-DUE-DATE(WS-GRP-I) TO WS-TEST-DATE
           PERFORM TEST-DUE-DATE
           MOVE WS-DATE-USABLE TO WS-FIRST-DUE-USABLE
           MOVE WS-GRP-DUE-DATE(WS-GRP-J) TO WS-TEST-DATE
           PERFORM TEST-DUE-DATE
           EVALUATE TRUE
               WHEN WS-FIRST-DUE-USABLE = 'N' AND WS-DATE-USABLE = 'N'
                   MOVE 'Y' TO WS-DUE-CLOSE
                   MOVE 'Y' TO WS-NO-DUE-DATES
               WHEN WS-FIRST-DUE-USABLE = 'N' OR WS-DATE-USABLE = 'N'
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-DUE-GAP = FUNCTION INTEGER-OF-DATE
                               (WS-GRP-DUE-DATE(WS-GRP-J))
                                      - FUNCTION INTEGER-OF-DATE
                               (WS-GRP-DUE-DATE(WS-GRP-I))
                   IF WS-DUE-GAP < 0
                       COMPUTE WS-DUE-GAP = 0 - WS-DUE-GAP
                   END-IF
                   IF WS-DUE-GAP <= WS-DUE-DAYS
                       MOVE 'Y' TO WS-DUE-CLOSE
                   END-IF
           END-EVALUATE
           .

       TEST-DUE-DATE.
      *    The guard TODORGEN applies before rolling a date, so
      *    zero and pre-DUEDATE values never reach INTEGER-OF-DATE.
           IF WS-TEST-DATE(1:4) > '1600'
              AND WS-TEST-DATE(5:2) >= '01'
              AND WS-TEST-DATE(5:2) <= '12'
              AND WS-TEST-DATE(7:2) >= '01'
              AND WS-TEST-DATE(7:2) <= '31'
               MOVE 'Y' TO WS-DATE-USABLE
           ELSE
               MOVE 'N' TO WS-DATE-USABLE
           END-IF
           .

       NOTE-CANDIDATE-PAIR.
      *    The not-duplicate file holds a pair lower id first,
      *    whichever of the two is older.
           IF WS-GRP-ID(WS-GRP-I) < WS-GRP-ID(WS-GRP-J)
               MOVE WS-GRP-ID(WS-GRP-I) TO DUP-LOW-ID
               MOVE WS-GRP-ID(WS-GRP-J) TO DUP-HIGH-ID
           ELSE
               MOVE WS-GRP-ID(WS-GRP-J) TO DUP-LOW-ID
               MOVE WS-GRP-ID(WS-GRP-I) TO DUP-HIGH-ID
           END-IF
           MOVE 'N' TO WS-PAIR-DISMISSED
           IF WS-DUPN-OPEN = 'Y'
               READ DUPN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-PAIR-DISMISSED
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN WS-PAIR-DISMISSED = 'Y'
                   ADD 1 TO WS-DISMISSED-COUNT
               WHEN WS-PAIR-COUNT < 500
                   ADD 1 TO WS-PAIR-COUNT
                   PERFORM STORE-CANDIDATE-PAIR
               WHEN OTHER
                   ADD 1 TO WS-PAIR-OVERFLOW
           END-EVALUATE
           .

       STORE-CANDIDATE-PAIR.
           MOVE WS-MATCH-REASON TO WS-PR-REASON(WS-PAIR-COUNT)
           MOVE WS-NO-DUE-DATES TO WS-PR-NO-DUE-DATES(WS-PAIR-COUNT)
           MOVE WS-DUE-GAP TO WS-PR-DUE-GAP(WS-PAIR-COUNT)
           MOVE WS-GRP-DESCRIPTION(WS-GRP-I)
               TO WS-PR-DESCRIPTION(WS-PAIR-COUNT)
           MOVE WS-GRP-I TO WS-GRP-START
           MOVE 1 TO WS-SIDE-IDX
           PERFORM STORE-PAIR-ITEM
           MOVE WS-GRP-J TO WS-GRP-START
           MOVE 2 TO WS-SIDE-IDX
           PERFORM STORE-PAIR-ITEM
           .

       STORE-PAIR-ITEM.
           MOVE WS-GRP-ID(WS-GRP-START)
               TO WS-PR-ID(WS-PAIR-COUNT, WS-SIDE-IDX)
           MOVE WS-GRP-OWNER(WS-GRP-START)
               TO WS-PR-OWNER(WS-PAIR-COUNT, WS-SIDE-IDX)
           MOVE WS-GRP-PROJECT(WS-GRP-START)
               TO WS-PR-PROJECT(WS-PAIR-COUNT, WS-SIDE-IDX)
           MOVE WS-GRP-DUE-DATE(WS-GRP-START)
               TO WS-PR-DUE-DATE(WS-PAIR-COUNT, WS-SIDE-IDX)
           MOVE WS-GRP-CREATED-TS(WS-GRP-START)
               TO WS-PR-CREATED-TS(WS-PAIR-COUNT, WS-SIDE-IDX)
           MOVE SPACES TO WS-PR-CREATOR(WS-PAIR-COUNT, WS-SIDE-IDX)
           .

       FIND-CREATORS.
      *    The trail is only read when there is a pair to show, and
      *    no further than it takes to find every creator.
           COMPUTE WS-CREATORS-MISSING = WS-PAIR-COUNT * 2
           IF WS-PAIR-COUNT > 0
               PERFORM LOAD-GENERATION-MONTHS
               PERFORM SCAN-WHOLE-TRAIL
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
                      OR WS-CREATORS-MISSING = 0
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "TODOAUD."               DELIMITED BY SIZE
                      WS-GEN-MONTH(WS-GEN-IDX) DELIMITED BY SIZE
                      ".DAT"                   DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE-NAME
               PERFORM SCAN-ONE-AUDIT-FILE
           END-PERFORM
           IF WS-CREATORS-MISSING > 0
               MOVE "TODOAUD.DAT" TO WS-AUDIT-FILE-NAME
               PERFORM SCAN-ONE-AUDIT-FILE
           END-IF
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
               PERFORM UNTIL WS-EOF OR WS-CREATORS-MISSING = 0
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM PROCESS-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           .

       PROCESS-ONE-AUDIT-ROW.
      *    An item's first ADD row names who created it; its later
      *    ADD rows (one per field) carry the same user and change
      *    nothing.  An item in several pairs is filled in each.
           MOVE FD-AUDIT-LINE TO TODO-AUDIT-RECORD
           IF AUD-ACTION = 'ADD'
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                           UNTIL WS-SIDE-IDX > 2
                       IF WS-PR-ID(WS-PAIR-IDX, WS-SIDE-IDX)
                              = AUD-ITEM-ID
                          AND WS-PR-CREATOR(WS-PAIR-IDX, WS-SIDE-IDX)
                              = SPACES
                           MOVE AUD-USER-ID
                               TO WS-PR-CREATOR(WS-PAIR-IDX,
                                                WS-SIDE-IDX)
                           SUBTRACT 1 FROM WS-CREATORS-MISSING
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .

       WRITE-DUPL-REPORT.
           OPEN OUTPUT DUPL-REPORT
           MOVE SPACES TO DUPL-REPORT-LINE
           STRING "DUPLICATE ITEM CANDIDATES  RUN " DELIMITED BY SIZE
                  WS-NOW-TS                         DELIMITED BY SIZE
               INTO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           MOVE WS-DUE-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO DUPL-REPORT-LINE
           STRING "OPEN ITEMS READING THE SAME, SAME OWNER OR PROJECT,"
                                               DELIMITED BY SIZE
                  " DUE AT MOST "              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DAYS-EDIT)  DELIMITED BY SIZE
                  " DAYS APART"                DELIMITED BY SIZE
               INTO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           IF WS-PAIR-COUNT = 0
               MOVE SPACES TO DUPL-REPORT-LINE
               WRITE DUPL-REPORT-LINE
               MOVE "NO CANDIDATE PAIRS" TO DUPL-REPORT-LINE
               WRITE DUPL-REPORT-LINE
           END-IF
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM WRITE-ONE-PAIR
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE DUPL-REPORT
           .

       WRITE-ONE-PAIR.
           MOVE SPACES TO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           MOVE WS-PAIR-IDX TO WS-COUNT-EDIT
           MOVE WS-PR-DUE-GAP(WS-PAIR-IDX) TO WS-DAYS-EDIT
           MOVE SPACES TO DUPL-REPORT-LINE
           IF WS-PR-NO-DUE-DATES(WS-PAIR-IDX) = 'Y'
               STRING "PAIR "                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT)  DELIMITED BY SIZE
                      "  "                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PR-REASON(WS-PAIR-IDX))
                                                    DELIMITED BY SIZE
                      ", NEITHER HAS A DUE DATE"    DELIMITED BY SIZE
                   INTO DUPL-REPORT-LINE
           ELSE
               STRING "PAIR "                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT)  DELIMITED BY SIZE
                      "  "                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PR-REASON(WS-PAIR-IDX))
                                                    DELIMITED BY SIZE
                      ", DUE "                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-EDIT)   DELIMITED BY SIZE
                      " DAYS APART"                 DELIMITED BY SIZE
                   INTO DUPL-REPORT-LINE
           END-IF
           WRITE DUPL-REPORT-LINE
           MOVE SPACES TO DUPL-REPORT-LINE
           STRING "    "                            DELIMITED BY SIZE
                  WS-PR-DESCRIPTION(WS-PAIR-IDX)    DELIMITED BY SIZE
               INTO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           MOVE WS-ITEM-HEADING TO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           MOVE "OLDER" TO IL-ROLE
           MOVE 1 TO WS-SIDE-IDX
           PERFORM WRITE-PAIR-ITEM-LINE
           MOVE "YOUNGER" TO IL-ROLE
           MOVE 2 TO WS-SIDE-IDX
           PERFORM WRITE-PAIR-ITEM-LINE
           .

       WRITE-PAIR-ITEM-LINE.
           MOVE WS-PR-ID(WS-PAIR-IDX, WS-SIDE-IDX) TO IL-ID
           MOVE WS-PR-CREATED-TS(WS-PAIR-IDX, WS-SIDE-IDX)
               TO IL-CREATED-TS
           IF WS-PR-CREATOR(WS-PAIR-IDX, WS-SIDE-IDX) = SPACES
               MOVE "UNKNOWN" TO IL-CREATOR
           ELSE
               MOVE WS-PR-CREATOR(WS-PAIR-IDX, WS-SIDE-IDX)
                   TO IL-CREATOR
           END-IF
           MOVE WS-PR-OWNER(WS-PAIR-IDX, WS-SIDE-IDX) TO IL-OWNER
           MOVE WS-PR-PROJECT(WS-PAIR-IDX, WS-SIDE-IDX) TO IL-PROJECT
           IF WS-PR-DUE-DATE(WS-PAIR-IDX, WS-SIDE-IDX) = 0
               MOVE "NONE" TO IL-DUE-DATE
           ELSE
               MOVE WS-PR-DUE-DATE(WS-PAIR-IDX, WS-SIDE-IDX)
                   TO IL-DUE-DATE
           END-IF
           MOVE WS-ITEM-LINE TO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           MOVE WS-COMPARED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DUPL-REPORT-LINE
           STRING "OPEN ITEMS COMPARED             " DELIMITED BY SIZE
                  WS-COUNT-EDIT                     DELIMITED BY SIZE
               INTO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DUPL-REPORT-LINE
           STRING "CANDIDATE PAIRS LISTED          " DELIMITED BY SIZE
                  WS-COUNT-EDIT                     DELIMITED BY SIZE
               INTO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           MOVE WS-DISMISSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DUPL-REPORT-LINE
           STRING "PAIRS CONFIRMED NOT DUPLICATES  " DELIMITED BY SIZE
                  WS-COUNT-EDIT                     DELIMITED BY SIZE
               INTO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           IF WS-PAIR-OVERFLOW > 0
               MOVE WS-PAIR-OVERFLOW TO WS-COUNT-EDIT
               MOVE SPACES TO DUPL-REPORT-LINE
               STRING "PAIRS NOT LISTED - TABLE FULL   "
                                                    DELIMITED BY SIZE
                      WS-COUNT-EDIT                 DELIMITED BY SIZE
                   INTO DUPL-REPORT-LINE
               WRITE DUPL-REPORT-LINE
           END-IF
           IF WS-GROUP-OVERFLOW > 0
               MOVE WS-GROUP-OVERFLOW TO WS-COUNT-EDIT
               MOVE SPACES TO DUPL-REPORT-LINE
               STRING "ITEMS NOT COMPARED - OVER 100 READING THE SAME "
                                                    DELIMITED BY SIZE
                      WS-COUNT-EDIT                 DELIMITED BY SIZE
                   INTO DUPL-REPORT-LINE
               WRITE DUPL-REPORT-LINE
           END-IF
           IF WS-GEN-MISSING-COUNT > 0
               MOVE WS-GEN-MISSING-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO DUPL-REPORT-LINE
               STRING "AUDIT GENERATIONS MISSING FROM DISK "
                                                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT)  DELIMITED BY SIZE
                      " - SOME CREATORS MAY SHOW UNKNOWN"
                                                    DELIMITED BY SIZE
                   INTO DUPL-REPORT-LINE
               WRITE DUPL-REPORT-LINE
           END-IF
           IF WS-GEN-TABLE-FULL = 'Y'
               MOVE "MORE THAN 600 AUDIT GENERATIONS - OLDEST NOT READ"
                   TO DUPL-REPORT-LINE
               WRITE DUPL-REPORT-LINE
           END-IF
           MOVE SPACES TO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           MOVE "TODOMERG ACTION=MERGE KEEPS THE OLDER ITEM AND CLOSES T
      -         "HE YOUNGER; ACTION=DISTINCT DROPS THE PAIR FROM THIS RE
      -         "PORT"
               TO DUPL-REPORT-LINE
           WRITE DUPL-REPORT-LINE
           .

       WRITE-DUPL-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           OPEN EXTEND DUPL-LOG
           IF WS-DUPL-LOG-STATUS = '35'
               OPEN OUTPUT DUPL-LOG
           END-IF
           MOVE SPACES TO DUPL-LOG-LINE
           MOVE WS-PAIR-COUNT TO WS-LISTED-COUNT
           STRING WS-NOW-TS DELIMITED BY SIZE
                  "  COMPARED "        DELIMITED BY SIZE
                  WS-COMPARED-COUNT    DELIMITED BY SIZE
                  " PAIRS "            DELIMITED BY SIZE
                  WS-LISTED-COUNT      DELIMITED BY SIZE
                  " NOT DUPLICATE "    DELIMITED BY SIZE
                  WS-DISMISSED-COUNT   DELIMITED BY SIZE
               INTO DUPL-LOG-LINE
           WRITE DUPL-LOG-LINE
           CLOSE DUPL-LOG
           .
