      *   - live records whose field contents would fail TODOVAL's
      *     rules are flagged: non-numeric or out-of-range month/day
      *     in TODO-DUE-DATE, TODO-PRIORITY outside 1-5, and a blank
      *     TODO-OWNER on an OPEN item;
      *   - an OPEN item whose TODO-DUE-DATE falls on a non-working
      *     day of the shop calendar TODOCAL.DAT (a weekly rest day
      *     or a holiday, asked through TODOCAL) is flagged, so it
      *     can be re-dated before it falls due with nobody in.
      *
      * Every exception goes to TODORECN.RPT with the id and a
      * reason; the report ends with a summary line per check plus
       01  WS-BOTH-COUNT               PIC 9(8) VALUE 0.
       01  WS-LOST-COUNT               PIC 9(8) VALUE 0.
       01  WS-INVALID-COUNT            PIC 9(8) VALUE 0.
       01  WS-NONWORK-COUNT            PIC 9(8) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(8) VALUE 0.
       01  WS-HIST-OPEN                PIC X(1) VALUE 'N'.
       01  WS-FOUND-SWITCH             PIC X(1) VALUE 'N'.
       COPY TODOAUDR.
       COPY TODOCALC.

      *    One entry per distinct item id seen on the audit trail,
      *    with what the trail says happened to it.  Linear lookup,
           IF TODO-STATUS = 'OPEN' AND TODO-OWNER = SPACES
               PERFORM REPORT-INVALID-FIELD-OWNER
           END-IF
      *    Only a date that passed the checks above (plus the year
      *    guard the date jobs use) is looked up on the calendar.
           IF TODO-STATUS = 'OPEN'
              AND TODO-DUE-DATE NUMERIC
              AND TODO-DUE-DATE(1:4) > '1600'
              AND TODO-DUE-DATE(5:2) >= '01'
              AND TODO-DUE-DATE(5:2) <= '12'
              AND TODO-DUE-DATE(7:2) >= '01'
              AND TODO-DUE-DATE(7:2) <= '31'
               MOVE 'CHECK' TO CALQ-FUNCTION
               MOVE TODO-DUE-DATE TO CALQ-DATE
               CALL 'TODOCAL' USING TODO-CAL-REQUEST
               IF NOT CALQ-IS-WORKING-DAY
                   PERFORM REPORT-DUE-ON-NON-WORKING-DAY
               END-IF
           END-IF
           .

       REPORT-DUE-ON-NON-WORKING-DAY.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "EXCEPTION  ID " DELIMITED BY SIZE
                  TODO-ID          DELIMITED BY SIZE
                  "  DUE DATE "    DELIMITED BY SIZE
                  TODO-DUE-DATE    DELIMITED BY SIZE
                  " IS NOT A WORKING DAY" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           ADD 1 TO WS-NONWORK-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           .

       REPORT-INVALID-FIELD-PRIORITY.
                  WS-INVALID-COUNT             DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "DUE ON NON-WORK DAYS  "     DELIMITED BY SIZE
                  WS-NONWORK-COUNT             DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           IF WS-AUD-TABLE-FULL = 'Y'
               MOVE "WARNING - AUDIT ID TABLE FULL, CHECK INCOMPLETE"
                   TO RECON-REPORT-LINE
