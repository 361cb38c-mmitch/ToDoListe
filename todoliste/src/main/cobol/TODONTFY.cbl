      *
      * Nightly due-soon notification batch.  Reads TODO-FILE for
      * OPEN items whose TODO-DUE-DATE falls between today and today
      * plus WS-WARN-DAYS working days (inclusive; counted off the
      * shop calendar TODOCAL.DAT through TODOCAL, so weekends and
      * holidays do not use the window up) and writes one digest file
      * per TODO-OWNER, named TODONTFY.<owner>.TXT, for the mail
      * gateway to pick up.  WS-WARN-DAYS is the NTFY-WARN-DAYS
      * batch parameter (TODOPARM.DAT, asked through TODOPARM; 7 when
      * the parameter was never set) and can be overridden by
      * passing a number of days as the first command-line argument,
      * the way TODOARCH takes its purge days.
      *
      * Pending owner handoffs (HOFF-FILE rows TODOSAVE writes, which
      * TODOHAND settles) are listed at the top of the receiving
      * pending handoffs but no due-soon items still gets a digest
      * carrying just the handoff lines.
      *
      * Closes waiting for supervisor approval (APR-FILE rows
      * TODOSAVE and TODOBULK write, which TODOAPRV settles) head
      * the named supervisor's digest, ahead of the handoffs - the
      * owners' work is held up until the supervisor answers.  A
      * supervisor with approvals waiting but nothing else still
      * gets a digest carrying them.  A pending close that names no
      * supervisor (the owner has none on TODOSUPV.DAT) goes in no
      * digest; TODORPT lists it with the other pending closes.
      *
      * Items the nightly TODOESCL job has flagged to a supervisor
      * (ESC-FILE rows with the flagged switch on) go into both the
      * owner's and the supervisor's digest as ESCALATED lines.
      * until the item moves - that nagging is the point of the
      * escalation.
      *
      * An owner on leave (an absence on TODOABS.DAT covering today,
      * looked up through TODOABS) still gets their digest for when
      * they are back, and the delegate standing in gets a copy of
      * every due-soon, ESCALATED and HANDOFF PENDING line of the
      * owner's in their own digest, marked FOR <owner> (AWAY), so
      * the work does not wait on an unread mailbox.  The delegate
      * may answer those handoffs through TODOHAND.
      *
      * Repeat suppression: TODONTFY.DAT remembers, per item id, the
      * due date the owner was last notified about.  An item only
      * makes tonight's digest when it has no state record yet (new,
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ITEM-ID
               FILE STATUS IS WS-ESC-FILE-STATUS.
           SELECT APR-FILE ASSIGN TO "TODOAPRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ITEM-ID
               ALTERNATE RECORD KEY IS APR-SUPERVISOR WITH DUPLICATES
               FILE STATUS IS WS-APR-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "TODONTFY.SRT".
           SELECT DIGEST-FILE ASSIGN TO WS-DIGEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ESC-FILE.
       COPY TODOESCR.

       FD  APR-FILE.
       COPY TODOAPRR.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-OWNER               PIC X(20).
           05  SRT-PRIORITY            PIC 9(1).
           05  SRT-ID                  PIC 9(8).
           05  SRT-ESCALATED           PIC X(1).
           05  SRT-FOR-OWNER           PIC X(20).
           05  SRT-DESCRIPTION         PIC X(200).

       FD  DIGEST-FILE.
       01  WS-STATE-FILE-STATUS        PIC X(2).
       01  WS-HOFF-FILE-STATUS         PIC X(2).
       01  WS-ESC-FILE-STATUS          PIC X(2).
       01  WS-APR-FILE-STATUS          PIC X(2).
       01  WS-ESC-FILE-OPEN            PIC X(1) VALUE 'N'.
       01  WS-ESC-FLAGGED-ITEM         PIC X(1) VALUE 'N'.
       01  WS-ESC-SUPERVISOR           PIC X(20) VALUE SPACES.
       01  WS-ARG-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-WARN-DAYS                PIC 9(5) VALUE 7.
       01  WS-TODAY                    PIC 9(8).
       01  WS-WARN-DATE                PIC 9(8).
       COPY TODOCALC.
       COPY TODOABSC.
       COPY TODOPRMC.
       01  WS-OWNER-AWAY               PIC X(1) VALUE 'N'.
       01  WS-AWAY-DELEGATE            PIC X(20) VALUE SPACES.
       01  WS-NOW-TS                   PIC X(21).
       01  WS-STATE-FOUND              PIC X(1) VALUE 'N'.
       01  WS-NOTIFY-THIS-ITEM         PIC X(1) VALUE 'N'.
               10  WS-HAND-TO-OWNER    PIC X(20).
               10  WS-HAND-ITEM-ID     PIC 9(8).
               10  WS-HAND-FROM-OWNER  PIC X(20).
               10  WS-HAND-FOR-OWNER   PIC X(20).
               10  WS-HAND-WRITTEN     PIC X(1).
       01  WS-HAND-TABLE-FULL          PIC X(1) VALUE 'N'.
       01  WS-HAND-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-HAND-LINES-OUT           PIC 9(4) COMP-5 VALUE 0.
       01  WS-HANDOFF-OWNER            PIC X(20) VALUE SPACES.

      *    Closes waiting on a supervisor, loaded from APR-FILE up
      *    front the same way as the handoffs, so each supervisor's
      *    digest can open with them.
       01  WS-APRV-TABLE.
           05  WS-APRV-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05  WS-APRV-ENTRY OCCURS 200 TIMES.
               10  WS-APRV-SUPERVISOR  PIC X(20).
               10  WS-APRV-ITEM-ID     PIC 9(8).
               10  WS-APRV-OWNER       PIC X(20).
               10  WS-APRV-STATUS      PIC X(8).
               10  WS-APRV-USER-ID     PIC X(20).
               10  WS-APRV-WRITTEN     PIC X(1).
       01  WS-APRV-TABLE-FULL          PIC X(1) VALUE 'N'.
       01  WS-APRV-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-APRV-IDX-2               PIC 9(4) COMP-5 VALUE 0.
       01  WS-APRV-LINES-OUT           PIC 9(4) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-WARN-DAYS
           PERFORM COMPUTE-WARN-DATE
           PERFORM OPEN-STATE-FILE
           PERFORM LOAD-PENDING-HANDOFFS
           PERFORM LOAD-PENDING-APPROVALS
           PERFORM OPEN-ESC-FILE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-OWNER SRT-DUE-DATE SRT-PRIORITY
               INPUT PROCEDURE SELECT-DUE-SOON-ITEMS
               OUTPUT PROCEDURE WRITE-OWNER-DIGESTS
           PERFORM WRITE-APPROVAL-ONLY-DIGESTS
           PERFORM WRITE-HANDOFF-ONLY-DIGESTS
           IF WS-ESC-FILE-OPEN = 'Y'
               CLOSE ESC-FILE
           .

       LOAD-ONE-HANDOFF.
      *    A handoff to an owner who is away is entered a second
      *    time under the delegate, who can answer it for them.
           IF WS-HAND-COUNT < 200
               ADD 1 TO WS-HAND-COUNT
               MOVE HOF-TO-OWNER TO WS-HAND-TO-OWNER(WS-HAND-COUNT)
               MOVE HOF-ITEM-ID TO WS-HAND-ITEM-ID(WS-HAND-COUNT)
               MOVE HOF-FROM-OWNER
                   TO WS-HAND-FROM-OWNER(WS-HAND-COUNT)
               MOVE SPACES TO WS-HAND-FOR-OWNER(WS-HAND-COUNT)
               MOVE 'N' TO WS-HAND-WRITTEN(WS-HAND-COUNT)
           ELSE
               MOVE 'Y' TO WS-HAND-TABLE-FULL
           END-IF
           MOVE HOF-TO-OWNER TO ABSQ-OWNER
           MOVE WS-TODAY TO ABSQ-DATE
           CALL 'TODOABS' USING TODO-ABSENCE-CHECK
           IF ABSQ-OWNER-AWAY
               IF WS-HAND-COUNT < 200
                   ADD 1 TO WS-HAND-COUNT
                   MOVE ABSQ-DELEGATE
                       TO WS-HAND-TO-OWNER(WS-HAND-COUNT)
                   MOVE HOF-ITEM-ID TO WS-HAND-ITEM-ID(WS-HAND-COUNT)
                   MOVE HOF-FROM-OWNER
                       TO WS-HAND-FROM-OWNER(WS-HAND-COUNT)
                   MOVE HOF-TO-OWNER
                       TO WS-HAND-FOR-OWNER(WS-HAND-COUNT)
                   MOVE 'N' TO WS-HAND-WRITTEN(WS-HAND-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HAND-TABLE-FULL
               END-IF
           END-IF
           .

       LOAD-PENDING-APPROVALS.
      *    No approval file just means no close is waiting tonight.
      *    Rows naming no supervisor have no digest to go in.
      *    Overflow drops the extras from tonight's digests only -
      *    the rows stay on file and come back tomorrow.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT APR-FILE
           IF WS-APR-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ APR-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM LOAD-ONE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APR-FILE
           END-IF
           .

       LOAD-ONE-APPROVAL.
           IF APR-SUPERVISOR NOT = SPACES
               IF WS-APRV-COUNT < 200
                   ADD 1 TO WS-APRV-COUNT
                   MOVE APR-SUPERVISOR
                       TO WS-APRV-SUPERVISOR(WS-APRV-COUNT)
                   MOVE APR-ITEM-ID TO WS-APRV-ITEM-ID(WS-APRV-COUNT)
                   MOVE APR-OWNER TO WS-APRV-OWNER(WS-APRV-COUNT)
                   MOVE APR-CLOSE-STATUS
                       TO WS-APRV-STATUS(WS-APRV-COUNT)
                   MOVE APR-USER-ID TO WS-APRV-USER-ID(WS-APRV-COUNT)
                   MOVE 'N' TO WS-APRV-WRITTEN(WS-APRV-COUNT)
               ELSE
                   MOVE 'Y' TO WS-APRV-TABLE-FULL
               END-IF
           END-IF
           .

       GET-WARN-DAYS.
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE 'NTFY-WARN-DAYS' TO PRMQ-NAME
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           IF PRMQ-FOUND
               MOVE PRMQ-VALUE TO WS-WARN-DAYS
           END-IF
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TEXT) TO WS-WARN-DAYS
           .

       COMPUTE-WARN-DATE.
      *    The window reaches WS-WARN-DAYS working days ahead on the
      *    shop calendar, so a holiday inside it does not shorten
      *    the warning an owner gets.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 'ADDWORK' TO CALQ-FUNCTION
           MOVE WS-TODAY TO CALQ-DATE
           MOVE WS-WARN-DAYS TO CALQ-DAYS
           CALL 'TODOCAL' USING TODO-CAL-REQUEST
           MOVE CALQ-RESULT-DATE TO WS-WARN-DATE
           .

       OPEN-STATE-FILE.
                   READ TODO-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CHECK-OWNER-ABSENCE
                           PERFORM RELEASE-IF-DUE-SOON
                           PERFORM RELEASE-IF-ESCALATED
                   END-READ
           END-IF
           .

       CHECK-OWNER-ABSENCE.
           MOVE 'N' TO WS-OWNER-AWAY
           MOVE SPACES TO WS-AWAY-DELEGATE
           IF TODO-STATUS = 'OPEN'
               MOVE TODO-OWNER TO ABSQ-OWNER
               MOVE WS-TODAY TO ABSQ-DATE
               CALL 'TODOABS' USING TODO-ABSENCE-CHECK
               IF ABSQ-OWNER-AWAY
                   MOVE 'Y' TO WS-OWNER-AWAY
                   MOVE ABSQ-DELEGATE TO WS-AWAY-DELEGATE
               END-IF
           END-IF
           .

       RELEASE-IF-ESCALATED.
      *    A flagged item goes to both queues: the owner keeps
      *    seeing it and the supervisor starts to.  Sorting on the
               MOVE TODO-PRIORITY    TO SRT-PRIORITY
               MOVE TODO-ID          TO SRT-ID
               MOVE 'Y'              TO SRT-ESCALATED
               MOVE SPACES           TO SRT-FOR-OWNER
               MOVE TODO-DESCRIPTION TO SRT-DESCRIPTION
               RELEASE SORT-RECORD
               MOVE WS-ESC-SUPERVISOR TO SRT-OWNER
               MOVE TODO-PRIORITY    TO SRT-PRIORITY
               MOVE TODO-ID          TO SRT-ID
               MOVE 'Y'              TO SRT-ESCALATED
               MOVE SPACES           TO SRT-FOR-OWNER
               MOVE TODO-DESCRIPTION TO SRT-DESCRIPTION
               RELEASE SORT-RECORD
               IF WS-OWNER-AWAY = 'Y'
                   MOVE WS-AWAY-DELEGATE TO SRT-OWNER
                   MOVE TODO-OWNER       TO SRT-FOR-OWNER
                   RELEASE SORT-RECORD
               END-IF
           END-IF
           .

                   MOVE TODO-PRIORITY    TO SRT-PRIORITY
                   MOVE TODO-ID          TO SRT-ID
                   MOVE 'N'              TO SRT-ESCALATED
                   MOVE SPACES           TO SRT-FOR-OWNER
                   MOVE TODO-DESCRIPTION TO SRT-DESCRIPTION
                   RELEASE SORT-RECORD
                   IF WS-OWNER-AWAY = 'Y'
                       MOVE WS-AWAY-DELEGATE TO SRT-OWNER
                       MOVE TODO-OWNER       TO SRT-FOR-OWNER
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF
           .
               PERFORM START-NEW-OWNER-DIGEST
           END-IF
           MOVE SPACES TO DIGEST-LINE
           EVALUATE TRUE
               WHEN SRT-ESCALATED = 'Y' AND SRT-FOR-OWNER NOT = SPACES
                   STRING "  ESCALATED  " DELIMITED BY SIZE
                          SRT-ID      DELIMITED BY SIZE
                          "  OVERDUE SINCE " DELIMITED BY SIZE
                          SRT-DUE-DATE DELIMITED BY SIZE
                          "  PRI "    DELIMITED BY SIZE
                          SRT-PRIORITY DELIMITED BY SIZE
                          "  FOR "    DELIMITED BY SIZE
                          FUNCTION TRIM(SRT-FOR-OWNER)
                                      DELIMITED BY SIZE
                          " (AWAY)  " DELIMITED BY SIZE
                          SRT-DESCRIPTION DELIMITED BY SIZE
                       INTO DIGEST-LINE
               WHEN SRT-ESCALATED = 'Y'
                   STRING "  ESCALATED  " DELIMITED BY SIZE
                          SRT-ID      DELIMITED BY SIZE
                          "  OVERDUE SINCE " DELIMITED BY SIZE
                          SRT-DUE-DATE DELIMITED BY SIZE
                          "  PRI "    DELIMITED BY SIZE
                          SRT-PRIORITY DELIMITED BY SIZE
                          "  "        DELIMITED BY SIZE
                          SRT-DESCRIPTION DELIMITED BY SIZE
                       INTO DIGEST-LINE
               WHEN SRT-FOR-OWNER NOT = SPACES
                   STRING "  "        DELIMITED BY SIZE
                          SRT-ID      DELIMITED BY SIZE
                          "  DUE "    DELIMITED BY SIZE
                          SRT-DUE-DATE DELIMITED BY SIZE
                          "  PRI "    DELIMITED BY SIZE
                          SRT-PRIORITY DELIMITED BY SIZE
                          "  FOR "    DELIMITED BY SIZE
                          FUNCTION TRIM(SRT-FOR-OWNER)
                                      DELIMITED BY SIZE
                          " (AWAY)  " DELIMITED BY SIZE
                          SRT-DESCRIPTION DELIMITED BY SIZE
                       INTO DIGEST-LINE
               WHEN OTHER
                   STRING "  "        DELIMITED BY SIZE
                          SRT-ID      DELIMITED BY SIZE
                          "  DUE "    DELIMITED BY SIZE
                          SRT-DUE-DATE DELIMITED BY SIZE
                          "  PRI "    DELIMITED BY SIZE
                          SRT-PRIORITY DELIMITED BY SIZE
                          "  "        DELIMITED BY SIZE
                          SRT-DESCRIPTION DELIMITED BY SIZE
                       INTO DIGEST-LINE
           END-EVALUATE
           WRITE DIGEST-LINE
      *    Escalated lines skip the repeat-suppression state on
      *    purpose - they reappear every night until the item
      *    moves.  A delegate's copy of a due-soon line leaves the
      *    state to the owner's own line, which was selected by
      *    the same check.
           IF SRT-ESCALATED = 'N' AND SRT-FOR-OWNER = SPACES
               PERFORM BUFFER-NOTIFIED-ITEM
           END-IF
           ADD 1 TO WS-NOTIFIED-COUNT
           MOVE SPACES TO DIGEST-LINE
           WRITE DIGEST-LINE
           MOVE SRT-OWNER TO WS-HANDOFF-OWNER
           PERFORM WRITE-OWNER-APPROVAL-LINES
           PERFORM WRITE-OWNER-HANDOFF-LINES
           .

       WRITE-OWNER-APPROVAL-LINES.
      *    The closes waiting on WS-HANDOFF-OWNER as supervisor go
      *    out first of all - every one of them holds an owner up.
      *    Entries written here are marked off so
      *    WRITE-APPROVAL-ONLY-DIGESTS does not write them again.
           MOVE 0 TO WS-APRV-LINES-OUT
           PERFORM VARYING WS-APRV-IDX FROM 1 BY 1
                   UNTIL WS-APRV-IDX > WS-APRV-COUNT
               IF WS-APRV-SUPERVISOR(WS-APRV-IDX) = WS-HANDOFF-OWNER
                  AND WS-APRV-WRITTEN(WS-APRV-IDX) = 'N'
                   MOVE SPACES TO DIGEST-LINE
                   STRING "  APPROVAL PENDING  ITEM " DELIMITED BY SIZE
                          WS-APRV-ITEM-ID(WS-APRV-IDX)
                                                     DELIMITED BY SIZE
                          "  "                       DELIMITED BY SIZE
                          FUNCTION TRIM(WS-APRV-STATUS(WS-APRV-IDX))
                                                     DELIMITED BY SIZE
                          " REQUESTED BY "           DELIMITED BY SIZE
                          FUNCTION TRIM(WS-APRV-USER-ID(WS-APRV-IDX))
                                                     DELIMITED BY SIZE
                          "  OWNER "                 DELIMITED BY SIZE
                          FUNCTION TRIM(WS-APRV-OWNER(WS-APRV-IDX))
                                                     DELIMITED BY SIZE
                          " - PLEASE APPROVE OR REJECT"
                                                     DELIMITED BY SIZE
                       INTO DIGEST-LINE
                   WRITE DIGEST-LINE
                   MOVE 'Y' TO WS-APRV-WRITTEN(WS-APRV-IDX)
                   ADD 1 TO WS-APRV-LINES-OUT
               END-IF
           END-PERFORM
           IF WS-APRV-LINES-OUT > 0
               MOVE SPACES TO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF
           .

       WRITE-APPROVAL-ONLY-DIGESTS.
      *    A supervisor with closes waiting but nothing due soon
      *    never comes through the sort.  Their digest is written
      *    here, with any handoffs waiting on them after the
      *    approvals, before the handoff-only pass runs.
           PERFORM VARYING WS-APRV-IDX-2 FROM 1 BY 1
                   UNTIL WS-APRV-IDX-2 > WS-APRV-COUNT
               IF WS-APRV-WRITTEN(WS-APRV-IDX-2) = 'N'
                   PERFORM WRITE-ONE-APPROVAL-DIGEST
               END-IF
           END-PERFORM
           .

       WRITE-ONE-APPROVAL-DIGEST.
           MOVE WS-APRV-SUPERVISOR(WS-APRV-IDX-2) TO WS-HANDOFF-OWNER
           MOVE SPACES TO WS-DIGEST-FILE-NAME
           STRING "TODONTFY."                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HANDOFF-OWNER)   DELIMITED BY SIZE
                  ".TXT"                            DELIMITED BY SIZE
               INTO WS-DIGEST-FILE-NAME
           OPEN OUTPUT DIGEST-FILE
           ADD 1 TO WS-OWNER-COUNT
           MOVE SPACES TO DIGEST-LINE
           STRING "APPROVALS PENDING FOR "          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HANDOFF-OWNER)   DELIMITED BY SIZE
               INTO DIGEST-LINE
           WRITE DIGEST-LINE
           MOVE SPACES TO DIGEST-LINE
           WRITE DIGEST-LINE
           PERFORM WRITE-OWNER-APPROVAL-LINES
           PERFORM WRITE-OWNER-HANDOFF-LINES
           CLOSE DIGEST-FILE
           .

       WRITE-OWNER-HANDOFF-LINES.
               IF WS-HAND-TO-OWNER(WS-HAND-IDX) = WS-HANDOFF-OWNER
                  AND WS-HAND-WRITTEN(WS-HAND-IDX) = 'N'
                   MOVE SPACES TO DIGEST-LINE
                   IF WS-HAND-FOR-OWNER(WS-HAND-IDX) = SPACES
                       STRING "  HANDOFF PENDING  ITEM "
                                                     DELIMITED BY SIZE
                              WS-HAND-ITEM-ID(WS-HAND-IDX)
                                                     DELIMITED BY SIZE
                              "  FROM " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  WS-HAND-FROM-OWNER(WS-HAND-IDX))
                                                     DELIMITED BY SIZE
                              " - PLEASE ACCEPT OR DECLINE"
                                                     DELIMITED BY SIZE
                           INTO DIGEST-LINE
                   ELSE
                       STRING "  HANDOFF PENDING  ITEM "
                                                     DELIMITED BY SIZE
                              WS-HAND-ITEM-ID(WS-HAND-IDX)
                                                     DELIMITED BY SIZE
                              "  FROM " DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  WS-HAND-FROM-OWNER(WS-HAND-IDX))
                                                     DELIMITED BY SIZE
                              "  FOR "  DELIMITED BY SIZE
                              FUNCTION TRIM(
                                  WS-HAND-FOR-OWNER(WS-HAND-IDX))
                                                     DELIMITED BY SIZE
                              " (AWAY) - PLEASE ACCEPT OR DECLINE"
                                                     DELIMITED BY SIZE
                           INTO DIGEST-LINE
                   END-IF
                   WRITE DIGEST-LINE
                   MOVE 'Y' TO WS-HAND-WRITTEN(WS-HAND-IDX)
                   ADD 1 TO WS-HAND-LINES-OUT
                   INTO NOTIFY-LOG-LINE
               WRITE NOTIFY-LOG-LINE
           END-IF
           IF WS-APRV-TABLE-FULL = 'Y'
               MOVE SPACES TO NOTIFY-LOG-LINE
               STRING WS-NOW-TS DELIMITED BY SIZE
                      "  WARNING - MORE THAN 200 PENDING APPROVALS, EXT
      -               "RAS NOT IN TONIGHT'S DIGESTS" DELIMITED BY SIZE
                   INTO NOTIFY-LOG-LINE
               WRITE NOTIFY-LOG-LINE
           END-IF
           CLOSE NOTIFY-LOG
           .
