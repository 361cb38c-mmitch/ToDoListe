       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOICAL.
      *
      * Nightly calendar export.  People live in their mail
      * calendar, not on the TODOSRCH screen or in TODOFWD.TXT; this
      * job writes one standard iCalendar file per owner,
      * TODOICAL.<owner>.ICS, for the mail calendar to import or
      * subscribe to.
      *
      * Every OPEN item with a due date gives its owner an all-day
      * entry on that date.  A repeating item gives an entry for
      * each occurrence TODOSKED projects from today through the
      * horizon - the same occurrences TODOFWD prints, on the same
      * shop-calendar roll - plus its own due date when that is
      * already past.  The horizon is the ICAL-HORIZON-DAYS batch
      * parameter (TODOPARM.DAT, asked through TODOPARM; 90 days
      * when never set).  It and the roll switch can be overridden
      * from the command line the way TODOFWD takes them ("90",
      * "90 NOROLL"; rolled unless told not to).  Each entry carries
      * the description as its summary, the item id, project and
      * priority, the project as its category and the priority as
      * the iCalendar priority (1 is the highest in both).  An item
      * TODOESCL has flagged to the owner's supervisor (TODOESCL.DAT)
      * is published flagged: "ESCALATED - " in front of the
      * summary, an ESCALATED category and high importance.
      *
      * Every entry keeps one UID for its whole life -
      * TODO-<id>@todoliste for an item's due date,
      * TODO-<id>-<occurrence date>@todoliste for a projected
      * occurrence - so re-importing tomorrow's file updates the
      * entries already in the calendar instead of adding copies.
      * What was published to whom is remembered in TODOICAL.DAT
      * (see the TODOICLR copybook): an entry whose date, item
      * version or escalated flag changed goes out with a higher
      * SEQUENCE, and an entry not produced tonight - the item was
      * closed, deleted, archived or reassigned to someone else -
      * goes out CANCELLED in its old owner's file for a month, so
      * the calendar drops it.  A projected occurrence that has
      * simply passed is not cancelled; it is forgotten.  Lines are
      * CRLF-terminated and folded at 75 characters as the standard
      * asks.  Counts go to TODOICAL.LOG, one line per run.
      *
      * Runs in the night stream after TODONTFY, so tonight's
      * escalation flags reach tonight's calendars.
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
           SELECT ESC-FILE ASSIGN TO "TODOESCL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ITEM-ID
               FILE STATUS IS WS-ESC-FILE-STATUS.
           SELECT ANCH-FILE ASSIGN TO "TODOANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANC-ITEM-ID
               FILE STATUS IS WS-ANCH-FILE-STATUS.
           SELECT ICL-FILE ASSIGN TO "TODOICAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICL-KEY
               FILE STATUS IS WS-ICL-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "TODOICAL.SRT".
           SELECT ICS-FILE ASSIGN TO WS-ICS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICS-FILE-STATUS.
           SELECT ICAL-LOG ASSIGN TO "TODOICAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICAL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TODO-FILE.
       COPY TODOREC.

       FD  ESC-FILE.
       COPY TODOESCR.

       FD  ANCH-FILE.
       COPY TODOANCR.

       FD  ICL-FILE.
       COPY TODOICLR.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-OWNER               PIC X(20).
           05  SRT-ENTRY-DATE          PIC 9(8).
           05  SRT-ID                  PIC 9(8).
           05  SRT-OCC-DATE            PIC 9(8).
           05  SRT-SEQUENCE            PIC 9(4).
           05  SRT-STATUS              PIC X(1).
           05  SRT-ESCALATED           PIC X(1).
           05  SRT-PRIORITY            PIC 9(1).
           05  SRT-PROJECT             PIC X(12).
           05  SRT-DESCRIPTION         PIC X(200).

       FD  ICS-FILE.
       01  ICS-RECORD                  PIC X(80).

       FD  ICAL-LOG.
       01  ICAL-LOG-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-ESC-FILE-STATUS          PIC X(2).
       01  WS-ANCH-FILE-STATUS         PIC X(2).
       01  WS-ICL-FILE-STATUS          PIC X(2).
       01  WS-ICS-FILE-STATUS          PIC X(2).
       01  WS-ICAL-LOG-STATUS          PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-ARG-TEXT                 PIC X(20) VALUE SPACES.
       01  WS-ARG-ONE                  PIC X(10) VALUE SPACES.
       01  WS-ARG-TWO                  PIC X(10) VALUE SPACES.
       01  WS-ROLL-TO-WORKDAY          PIC X(1) VALUE 'Y'.
       01  WS-HORIZON-DAYS             PIC 9(5) VALUE 90.
       01  WS-KEEP-CANCELLED-DAYS      PIC 9(5) VALUE 30.
       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-INT                PIC S9(9) COMP-5.
       01  WS-HORIZON-INT              PIC S9(9) COMP-5.
       01  WS-HORIZON-DATE             PIC 9(8).
       01  WS-ESC-FILE-OPEN            PIC X(1) VALUE 'N'.
       01  WS-ANCH-FILE-OPEN           PIC X(1) VALUE 'N'.
       01  WS-ITEM-ESCALATED           PIC X(1) VALUE 'N'.
       01  WS-ICL-ROW-EXISTS           PIC X(1) VALUE 'N'.
       01  WS-ENTRY-DATE               PIC 9(8).
       01  WS-OCC-KEY                  PIC 9(8).
       01  WS-ITEM-OCC-IDX             PIC 9(4) COMP-5 VALUE 0.
       01  WS-WORK-SEQUENCE            PIC 9(4) VALUE 0.
       01  WS-ENTRY-CHANGED            PIC X(1) VALUE 'N'.
       01  WS-CANCEL-INT               PIC S9(9) COMP-5.
       COPY TODOSKDC.
       COPY TODOPRMC.

      *    Counts for the log line.
       01  WS-OWNER-COUNT              PIC 9(8) VALUE 0.
       01  WS-ENTRY-COUNT              PIC 9(8) VALUE 0.
       01  WS-NEW-COUNT                PIC 9(8) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(8) VALUE 0.
       01  WS-CANCELLED-COUNT          PIC 9(8) VALUE 0.
       01  WS-FORGOTTEN-COUNT          PIC 9(8) VALUE 0.

      *    Calendar file writing.  WS-NOW-TS is split to turn the
      *    local clock into the UTC stamp DTSTAMP wants.
       01  WS-ICS-FILE-NAME            PIC X(40) VALUE SPACES.
       01  WS-ICS-FILE-OPEN            PIC X(1) VALUE 'N'.
       01  WS-PREV-OWNER               PIC X(20) VALUE SPACES.
       01  WS-CR                       PIC X(1) VALUE X'0D'.
       01  WS-NOW-TS                   PIC X(21).
       01  WS-NOW-SPLIT REDEFINES WS-NOW-TS.
           05  WS-NOW-DATE             PIC 9(8).
           05  WS-NOW-HH               PIC 9(2).
           05  WS-NOW-MI               PIC 9(2).
           05  WS-NOW-SS               PIC 9(2).
           05  FILLER                  PIC X(2).
           05  WS-NOW-OFF-SIGN         PIC X(1).
           05  WS-NOW-OFF-HH           PIC 9(2).
           05  WS-NOW-OFF-MI           PIC 9(2).
       01  WS-UTC-SECONDS              PIC S9(18) COMP-5.
       01  WS-UTC-DAY-INT              PIC S9(9) COMP-5.
       01  WS-UTC-DAY-SECONDS          PIC S9(9) COMP-5.
       01  WS-UTC-DATE                 PIC 9(8).
       01  WS-UTC-HH                   PIC 9(2).
       01  WS-UTC-MI                   PIC 9(2).
       01  WS-UTC-SS                   PIC 9(2).
       01  WS-DTSTAMP                  PIC X(16).
       01  WS-END-INT                  PIC S9(9) COMP-5.
       01  WS-END-DATE                 PIC 9(8).
       01  WS-SEQUENCE-EDIT            PIC Z(3)9.
       01  WS-UID-TEXT                 PIC X(40).
       01  WS-ICS-TEXT                 PIC X(1000) VALUE SPACES.
       01  WS-ICS-LEN                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-FOLD-POS                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-FOLD-WIDTH               PIC 9(4) COMP-5 VALUE 0.
       01  WS-CHUNK-LEN                PIC 9(4) COMP-5 VALUE 0.

      *    iCalendar text escaping - backslash, semicolon and comma
      *    get a backslash in front, so the worst case doubles.
       01  WS-ESC-SOURCE               PIC X(200) VALUE SPACES.
       01  WS-ESC-TEXT                 PIC X(400) VALUE SPACES.
       01  WS-ESC-LEN                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-SRC-LEN                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-SRC-POS                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-ONE-CHAR                 PIC X(1) VALUE SPACES.
       01  WS-SUMMARY-TEXT             PIC X(400) VALUE SPACES.
       01  WS-SUMMARY-LEN              PIC 9(4) COMP-5 VALUE 0.
       01  WS-PROJECT-TEXT             PIC X(24) VALUE SPACES.
       01  WS-PROJECT-LEN              PIC 9(4) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-HORIZON-DAYS
           PERFORM COMPUTE-HORIZON-DATE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-OWNER SRT-ENTRY-DATE SRT-ID
                                SRT-OCC-DATE
               INPUT PROCEDURE EXPORT-ALL-ITEMS
               OUTPUT PROCEDURE WRITE-CALENDAR-FILES
           PERFORM WRITE-ICAL-LOG
           GOBACK
           .

       GET-HORIZON-DAYS.
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE 'ICAL-HORIZON-DAYS' TO PRMQ-NAME
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

       COMPUTE-HORIZON-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + WS-HORIZON-DAYS
           COMPUTE WS-HORIZON-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT)
           .

       EXPORT-ALL-ITEMS.
           PERFORM OPEN-ICL-FILE
           PERFORM OPEN-ESC-FILE
           PERFORM OPEN-ANCH-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TODO-FILE
           IF WS-TODO-FILE-STATUS NOT = '35'
               PERFORM UNTIL WS-EOF
                   READ TODO-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM EXPORT-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE TODO-FILE
           END-IF
           IF WS-ESC-FILE-OPEN = 'Y'
               CLOSE ESC-FILE
           END-IF
           IF WS-ANCH-FILE-OPEN = 'Y'
               CLOSE ANCH-FILE
           END-IF
           PERFORM SWEEP-UNSEEN-ENTRIES
           CLOSE ICL-FILE
           .

       OPEN-ICL-FILE.
           OPEN I-O ICL-FILE
           IF WS-ICL-FILE-STATUS = '35'
               CLOSE ICL-FILE
               OPEN OUTPUT ICL-FILE
               CLOSE ICL-FILE
               OPEN I-O ICL-FILE
           END-IF
           .

       OPEN-ESC-FILE.
      *    No escalation file yet just means nothing is escalated.
           MOVE 'N' TO WS-ESC-FILE-OPEN
           OPEN INPUT ESC-FILE
           IF WS-ESC-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-ESC-FILE-OPEN
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

       EXPORT-ONE-ITEM.
      *    The plausible-date guard TODORGEN applies before rolling
      *    keeps garbage due dates away from the date arithmetic.
      *    An item nobody owns has no calendar to go in.
           IF TODO-STATUS = 'OPEN'
              AND TODO-OWNER NOT = SPACES
              AND TODO-DUE-DATE(1:4) > '1600'
              AND TODO-DUE-DATE(5:2) >= '01'
              AND TODO-DUE-DATE(5:2) <= '12'
              AND TODO-DUE-DATE(7:2) >= '01'
              AND TODO-DUE-DATE(7:2) <= '31'
               PERFORM CHECK-ITEM-ESCALATED
               IF TODO-REPEAT-RULE = 'DAILY'
                  OR TODO-REPEAT-RULE = 'WEEKLY'
                  OR TODO-REPEAT-RULE = 'MONTHLY'
                   PERFORM EXPORT-REPEATING-ITEM
               ELSE
                   MOVE TODO-DUE-DATE TO WS-ENTRY-DATE
                   MOVE 0 TO WS-OCC-KEY
                   PERFORM PUBLISH-ENTRY
               END-IF
           END-IF
           .

       CHECK-ITEM-ESCALATED.
      *    Flagged to the supervisor is what the digests call
      *    ESCALATED; the calendar follows them.
           MOVE 'N' TO WS-ITEM-ESCALATED
           IF WS-ESC-FILE-OPEN = 'Y'
               MOVE TODO-ID TO ESC-ITEM-ID
               READ ESC-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ESC-FLAGGED = 'Y'
                           MOVE 'Y' TO WS-ITEM-ESCALATED
                       END-IF
               END-READ
           END-IF
           .

       EXPORT-REPEATING-ITEM.
      *    A late repeating item keeps its missed due date in the
      *    calendar as well as the occurrences ahead of it, the way
      *    a late one-off does.  The item's own due date, late or
      *    not, is occurrence 0 - the TODO-<id>@todoliste entry a
      *    one-off gets - so closing or reassigning the item cancels
      *    it like any other.
           IF TODO-DUE-DATE < WS-TODAY
               MOVE TODO-DUE-DATE TO WS-ENTRY-DATE
               MOVE 0 TO WS-OCC-KEY
               PERFORM PUBLISH-ENTRY
           END-IF
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
               MOVE SKDQ-OCC-DATE(WS-ITEM-OCC-IDX) TO WS-ENTRY-DATE
               IF SKDQ-OCC-DATE(WS-ITEM-OCC-IDX) = TODO-DUE-DATE
                   MOVE 0 TO WS-OCC-KEY
               ELSE
                   MOVE SKDQ-OCC-DATE(WS-ITEM-OCC-IDX) TO WS-OCC-KEY
               END-IF
               PERFORM PUBLISH-ENTRY
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

       PUBLISH-ENTRY.
      *    The SEQUENCE only moves when the entry actually changed,
      *    so a rerun the same night publishes the same file.
           MOVE TODO-OWNER TO ICL-OWNER
           MOVE TODO-ID TO ICL-ITEM-ID
           MOVE WS-OCC-KEY TO ICL-OCC-DATE
           MOVE 'N' TO WS-ENTRY-CHANGED
           READ ICL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ICL-ROW-EXISTS
                   MOVE 0 TO WS-WORK-SEQUENCE
                   ADD 1 TO WS-NEW-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ICL-ROW-EXISTS
                   MOVE ICL-SEQUENCE TO WS-WORK-SEQUENCE
                   IF ICL-CANCELLED
                      OR ICL-ENTRY-DATE NOT = WS-ENTRY-DATE
                      OR ICL-VERSION NOT = TODO-VERSION
                      OR ICL-ESCALATED NOT = WS-ITEM-ESCALATED
                       MOVE 'Y' TO WS-ENTRY-CHANGED
                   END-IF
           END-READ
           IF WS-ENTRY-CHANGED = 'Y'
               ADD 1 TO WS-WORK-SEQUENCE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
      *    The record area is undefined after an unsuccessful keyed
      *    READ, so the key is set again before the WRITE/REWRITE.
           MOVE TODO-OWNER TO ICL-OWNER
           MOVE TODO-ID TO ICL-ITEM-ID
           MOVE WS-OCC-KEY TO ICL-OCC-DATE
           MOVE WS-ENTRY-DATE TO ICL-ENTRY-DATE
           MOVE TODO-VERSION TO ICL-VERSION
           MOVE WS-ITEM-ESCALATED TO ICL-ESCALATED
           MOVE WS-WORK-SEQUENCE TO ICL-SEQUENCE
           MOVE 'A' TO ICL-STATUS
           MOVE 0 TO ICL-CANCEL-DATE
           MOVE WS-TODAY TO ICL-LAST-SEEN
           MOVE TODO-PRIORITY TO ICL-PRIORITY
           MOVE TODO-PROJECT TO ICL-PROJECT
           MOVE TODO-DESCRIPTION TO ICL-DESCRIPTION
           IF WS-ICL-ROW-EXISTS = 'Y'
               REWRITE ICL-RECORD
           ELSE
               WRITE ICL-RECORD
           END-IF
           PERFORM RELEASE-ENTRY
           .

       SWEEP-UNSEEN-ENTRIES.
      *    Every entry produced tonight carries tonight's date in
      *    ICL-LAST-SEEN; the rest are what the owners' calendars
      *    still hold but TODO.DAT no longer gives them.  Reopening
      *    the file puts the read position back on the first row.
           CLOSE ICL-FILE
           OPEN I-O ICL-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ ICL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ICL-LAST-SEEN NOT = WS-TODAY
                           PERFORM SWEEP-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .

       SWEEP-ONE-ENTRY.
           COMPUTE WS-CANCEL-INT = 0
           IF ICL-CANCELLED
               COMPUTE WS-CANCEL-INT =
                       FUNCTION INTEGER-OF-DATE(ICL-CANCEL-DATE)
                       + WS-KEEP-CANCELLED-DAYS
           END-IF
           EVALUATE TRUE
               WHEN ICL-ACTIVE
                AND ICL-OCC-DATE NOT = 0
                AND ICL-OCC-DATE < WS-TODAY
      *            A projected occurrence that has come and gone -
      *            the item moved on, nothing to cancel.
                   DELETE ICL-FILE RECORD
                   ADD 1 TO WS-FORGOTTEN-COUNT
               WHEN ICL-ACTIVE
                   MOVE 'C' TO ICL-STATUS
                   MOVE WS-TODAY TO ICL-CANCEL-DATE
                   ADD 1 TO ICL-SEQUENCE
                   REWRITE ICL-RECORD
                   ADD 1 TO WS-CANCELLED-COUNT
                   PERFORM RELEASE-ENTRY
               WHEN WS-CANCEL-INT < WS-TODAY-INT
      *            Cancelled long enough for any calendar that
      *            imports nightly to have seen it.
                   DELETE ICL-FILE RECORD
                   ADD 1 TO WS-FORGOTTEN-COUNT
               WHEN OTHER
                   PERFORM RELEASE-ENTRY
           END-EVALUATE
           .

       RELEASE-ENTRY.
           MOVE ICL-OWNER TO SRT-OWNER
           MOVE ICL-ENTRY-DATE TO SRT-ENTRY-DATE
           MOVE ICL-ITEM-ID TO SRT-ID
           MOVE ICL-OCC-DATE TO SRT-OCC-DATE
           MOVE ICL-SEQUENCE TO SRT-SEQUENCE
           MOVE ICL-STATUS TO SRT-STATUS
           MOVE ICL-ESCALATED TO SRT-ESCALATED
           MOVE ICL-PRIORITY TO SRT-PRIORITY
           MOVE ICL-PROJECT TO SRT-PROJECT
           MOVE ICL-DESCRIPTION TO SRT-DESCRIPTION
           RELEASE SORT-RECORD
           .

       WRITE-CALENDAR-FILES.
           PERFORM COMPUTE-DTSTAMP
           MOVE SPACES TO WS-PREV-OWNER
           MOVE 'N' TO WS-ICS-FILE-OPEN
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM WRITE-ONE-ENTRY
               END-RETURN
           END-PERFORM
           IF WS-ICS-FILE-OPEN = 'Y'
               PERFORM CLOSE-OWNER-CALENDAR
           END-IF
           .

       COMPUTE-DTSTAMP.
      *    DTSTAMP is UTC.  CURRENT-DATE gives local time and its
      *    offset from Greenwich; without an offset the clock is
      *    taken as UTC already.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           COMPUTE WS-UTC-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
                   + WS-NOW-HH * 3600 + WS-NOW-MI * 60 + WS-NOW-SS
           IF WS-NOW-OFF-SIGN = '+'
               COMPUTE WS-UTC-SECONDS = WS-UTC-SECONDS
                       - WS-NOW-OFF-HH * 3600 - WS-NOW-OFF-MI * 60
           END-IF
           IF WS-NOW-OFF-SIGN = '-'
               COMPUTE WS-UTC-SECONDS = WS-UTC-SECONDS
                       + WS-NOW-OFF-HH * 3600 + WS-NOW-OFF-MI * 60
           END-IF
           COMPUTE WS-UTC-DAY-INT = WS-UTC-SECONDS / 86400
           COMPUTE WS-UTC-DAY-SECONDS =
                   WS-UTC-SECONDS - WS-UTC-DAY-INT * 86400
           COMPUTE WS-UTC-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-UTC-DAY-INT)
           COMPUTE WS-UTC-HH = WS-UTC-DAY-SECONDS / 3600
           COMPUTE WS-UTC-MI =
                   (WS-UTC-DAY-SECONDS - WS-UTC-HH * 3600) / 60
           COMPUTE WS-UTC-SS = WS-UTC-DAY-SECONDS
                   - WS-UTC-HH * 3600 - WS-UTC-MI * 60
           MOVE SPACES TO WS-DTSTAMP
           STRING WS-UTC-DATE DELIMITED BY SIZE
                  "T"         DELIMITED BY SIZE
                  WS-UTC-HH   DELIMITED BY SIZE
                  WS-UTC-MI   DELIMITED BY SIZE
                  WS-UTC-SS   DELIMITED BY SIZE
                  "Z"         DELIMITED BY SIZE
               INTO WS-DTSTAMP
           .

       WRITE-ONE-ENTRY.
           IF SRT-OWNER NOT = WS-PREV-OWNER
               PERFORM START-NEW-OWNER-CALENDAR
           END-IF
           PERFORM WRITE-EVENT
           ADD 1 TO WS-ENTRY-COUNT
           .

       START-NEW-OWNER-CALENDAR.
           IF WS-ICS-FILE-OPEN = 'Y'
               PERFORM CLOSE-OWNER-CALENDAR
           END-IF
           MOVE SPACES TO WS-ICS-FILE-NAME
           STRING "TODOICAL."              DELIMITED BY SIZE
                  FUNCTION TRIM(SRT-OWNER) DELIMITED BY SIZE
                  ".ICS"                   DELIMITED BY SIZE
               INTO WS-ICS-FILE-NAME
           OPEN OUTPUT ICS-FILE
           MOVE 'Y' TO WS-ICS-FILE-OPEN
           MOVE SRT-OWNER TO WS-PREV-OWNER
           ADD 1 TO WS-OWNER-COUNT
           MOVE "BEGIN:VCALENDAR" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE "VERSION:2.0" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE "PRODID:-//TODOLISTE//TODOICAL//EN" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE "METHOD:PUBLISH" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE SPACES TO WS-ICS-TEXT
           STRING "X-WR-CALNAME:TO-DO "     DELIMITED BY SIZE
                  FUNCTION TRIM(SRT-OWNER)  DELIMITED BY SIZE
               INTO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           .

       CLOSE-OWNER-CALENDAR.
           MOVE "END:VCALENDAR" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           CLOSE ICS-FILE
           MOVE 'N' TO WS-ICS-FILE-OPEN
           .

       WRITE-EVENT.
           MOVE "BEGIN:VEVENT" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE SPACES TO WS-UID-TEXT
           IF SRT-OCC-DATE = 0
               STRING "TODO-"       DELIMITED BY SIZE
                      SRT-ID        DELIMITED BY SIZE
                      "@todoliste"  DELIMITED BY SIZE
                   INTO WS-UID-TEXT
           ELSE
               STRING "TODO-"       DELIMITED BY SIZE
                      SRT-ID        DELIMITED BY SIZE
                      "-"           DELIMITED BY SIZE
                      SRT-OCC-DATE  DELIMITED BY SIZE
                      "@todoliste"  DELIMITED BY SIZE
                   INTO WS-UID-TEXT
           END-IF
           MOVE SPACES TO WS-ICS-TEXT
           STRING "UID:"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UID-TEXT) DELIMITED BY SIZE
               INTO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE SPACES TO WS-ICS-TEXT
           STRING "DTSTAMP:" DELIMITED BY SIZE
                  WS-DTSTAMP DELIMITED BY SIZE
               INTO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(SRT-ENTRY-DATE) + 1
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(WS-END-INT)
           MOVE SPACES TO WS-ICS-TEXT
           STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
                  SRT-ENTRY-DATE        DELIMITED BY SIZE
               INTO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE SPACES TO WS-ICS-TEXT
           STRING "DTEND;VALUE=DATE:" DELIMITED BY SIZE
                  WS-END-DATE         DELIMITED BY SIZE
               INTO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           PERFORM WRITE-EVENT-TEXT
           IF SRT-PRIORITY > 0
               MOVE SPACES TO WS-ICS-TEXT
               STRING "PRIORITY:"  DELIMITED BY SIZE
                      SRT-PRIORITY DELIMITED BY SIZE
                   INTO WS-ICS-TEXT
               PERFORM PUT-ICS-LINE
           END-IF
           IF SRT-ESCALATED = 'Y'
               MOVE "X-MICROSOFT-CDO-IMPORTANCE:2" TO WS-ICS-TEXT
               PERFORM PUT-ICS-LINE
           END-IF
           MOVE SRT-SEQUENCE TO WS-SEQUENCE-EDIT
           MOVE SPACES TO WS-ICS-TEXT
           STRING "SEQUENCE:" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEQUENCE-EDIT) DELIMITED BY SIZE
               INTO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           IF SRT-STATUS = 'C'
               MOVE "STATUS:CANCELLED" TO WS-ICS-TEXT
           ELSE
               MOVE "STATUS:CONFIRMED" TO WS-ICS-TEXT
           END-IF
           PERFORM PUT-ICS-LINE
           MOVE "TRANSP:TRANSPARENT" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           MOVE "END:VEVENT" TO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           .

       WRITE-EVENT-TEXT.
      *    SUMMARY, DESCRIPTION and CATEGORIES - the properties that
      *    carry the item's own text and so need escaping.  In a
      *    DESCRIPTION the two characters \n are a line break.
           MOVE SRT-DESCRIPTION TO WS-ESC-SOURCE
           PERFORM ESCAPE-ICS-TEXT
           MOVE WS-ESC-TEXT TO WS-SUMMARY-TEXT
           MOVE WS-ESC-LEN TO WS-SUMMARY-LEN
           MOVE SRT-PROJECT TO WS-ESC-SOURCE
           PERFORM ESCAPE-ICS-TEXT
           MOVE WS-ESC-TEXT TO WS-PROJECT-TEXT
           MOVE WS-ESC-LEN TO WS-PROJECT-LEN
           MOVE SPACES TO WS-ICS-TEXT
           IF SRT-ESCALATED = 'Y'
               STRING "SUMMARY:ESCALATED - " DELIMITED BY SIZE
                      WS-SUMMARY-TEXT(1:WS-SUMMARY-LEN)
                                             DELIMITED BY SIZE
                   INTO WS-ICS-TEXT
           ELSE
               STRING "SUMMARY:"             DELIMITED BY SIZE
                      WS-SUMMARY-TEXT(1:WS-SUMMARY-LEN)
                                             DELIMITED BY SIZE
                   INTO WS-ICS-TEXT
           END-IF
           PERFORM PUT-ICS-LINE
           MOVE SPACES TO WS-ICS-TEXT
           STRING "DESCRIPTION:"         DELIMITED BY SIZE
                  WS-SUMMARY-TEXT(1:WS-SUMMARY-LEN)
                                         DELIMITED BY SIZE
                  "\nItem "              DELIMITED BY SIZE
                  SRT-ID                 DELIMITED BY SIZE
                  "\nProject "           DELIMITED BY SIZE
                  WS-PROJECT-TEXT(1:WS-PROJECT-LEN)
                                         DELIMITED BY SIZE
                  "\nPriority "          DELIMITED BY SIZE
                  SRT-PRIORITY           DELIMITED BY SIZE
               INTO WS-ICS-TEXT
           PERFORM PUT-ICS-LINE
           IF SRT-ESCALATED = 'Y'
               MOVE SPACES TO WS-ICS-TEXT
               IF SRT-PROJECT = SPACES
                   MOVE "CATEGORIES:ESCALATED" TO WS-ICS-TEXT
               ELSE
                   STRING "CATEGORIES:"  DELIMITED BY SIZE
                          WS-PROJECT-TEXT(1:WS-PROJECT-LEN)
                                         DELIMITED BY SIZE
                          ",ESCALATED"   DELIMITED BY SIZE
                       INTO WS-ICS-TEXT
               END-IF
               PERFORM PUT-ICS-LINE
           ELSE
               IF SRT-PROJECT NOT = SPACES
                   MOVE SPACES TO WS-ICS-TEXT
                   STRING "CATEGORIES:"  DELIMITED BY SIZE
                          WS-PROJECT-TEXT(1:WS-PROJECT-LEN)
                                         DELIMITED BY SIZE
                       INTO WS-ICS-TEXT
                   PERFORM PUT-ICS-LINE
               END-IF
           END-IF
           .

       ESCAPE-ICS-TEXT.
      *    Measured to the rightmost non-space the way TODORESP
      *    measures a value before escaping it; an empty value still
      *    gives a length of one (a space) for the reference
      *    modifications that use it.
           MOVE SPACES TO WS-ESC-TEXT
           MOVE 0 TO WS-ESC-LEN
           PERFORM VARYING WS-SRC-LEN
                   FROM LENGTH OF WS-ESC-SOURCE BY -1
                   UNTIL WS-SRC-LEN = 0
                      OR WS-ESC-SOURCE(WS-SRC-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-SRC-POS FROM 1 BY 1
                   UNTIL WS-SRC-POS > WS-SRC-LEN
               MOVE WS-ESC-SOURCE(WS-SRC-POS:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR = '\' OR ';' OR ','
                   MOVE '\' TO WS-ESC-TEXT(WS-ESC-LEN + 1:1)
                   ADD 1 TO WS-ESC-LEN
               END-IF
               MOVE WS-ONE-CHAR TO WS-ESC-TEXT(WS-ESC-LEN + 1:1)
               ADD 1 TO WS-ESC-LEN
           END-PERFORM
           IF WS-ESC-LEN = 0
               MOVE 1 TO WS-ESC-LEN
           END-IF
           .

       PUT-ICS-LINE.
      *    One content line out of WS-ICS-TEXT: folded after 75
      *    characters, each continuation starting with a space, and
      *    every physical line ending CR LF (the LF is the line
      *    sequential record end).
           PERFORM VARYING WS-ICS-LEN
                   FROM LENGTH OF WS-ICS-TEXT BY -1
                   UNTIL WS-ICS-LEN = 0
                      OR WS-ICS-TEXT(WS-ICS-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE 1 TO WS-FOLD-POS
           MOVE 75 TO WS-FOLD-WIDTH
           PERFORM UNTIL WS-FOLD-POS > WS-ICS-LEN
               COMPUTE WS-CHUNK-LEN = WS-ICS-LEN - WS-FOLD-POS + 1
               IF WS-CHUNK-LEN > WS-FOLD-WIDTH
                   MOVE WS-FOLD-WIDTH TO WS-CHUNK-LEN
               END-IF
               MOVE SPACES TO ICS-RECORD
               IF WS-FOLD-POS = 1
                   MOVE WS-ICS-TEXT(1:WS-CHUNK-LEN)
                       TO ICS-RECORD(1:WS-CHUNK-LEN)
                   MOVE WS-CR TO ICS-RECORD(WS-CHUNK-LEN + 1:1)
               ELSE
                   MOVE WS-ICS-TEXT(WS-FOLD-POS:WS-CHUNK-LEN)
                       TO ICS-RECORD(2:WS-CHUNK-LEN)
                   MOVE WS-CR TO ICS-RECORD(WS-CHUNK-LEN + 2:1)
               END-IF
               WRITE ICS-RECORD
               ADD WS-CHUNK-LEN TO WS-FOLD-POS
               MOVE 74 TO WS-FOLD-WIDTH
           END-PERFORM
           MOVE SPACES TO WS-ICS-TEXT
           .

       WRITE-ICAL-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           OPEN EXTEND ICAL-LOG
           IF WS-ICAL-LOG-STATUS = '35'
               OPEN OUTPUT ICAL-LOG
           END-IF
           MOVE SPACES TO ICAL-LOG-LINE
           STRING WS-NOW-TS DELIMITED BY SIZE
                  "  OWNERS "          DELIMITED BY SIZE
                  WS-OWNER-COUNT       DELIMITED BY SIZE
                  " ENTRIES "          DELIMITED BY SIZE
                  WS-ENTRY-COUNT       DELIMITED BY SIZE
                  " NEW "              DELIMITED BY SIZE
                  WS-NEW-COUNT         DELIMITED BY SIZE
                  " CHANGED "          DELIMITED BY SIZE
                  WS-CHANGED-COUNT     DELIMITED BY SIZE
                  " CANCELLED "        DELIMITED BY SIZE
                  WS-CANCELLED-COUNT   DELIMITED BY SIZE
                  " FORGOTTEN "        DELIMITED BY SIZE
                  WS-FORGOTTEN-COUNT   DELIMITED BY SIZE
               INTO ICAL-LOG-LINE
           WRITE ICAL-LOG-LINE
           CLOSE ICAL-LOG
           .
